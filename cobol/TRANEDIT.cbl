      *                  (copybooks/CTLREC.cpy) for the RUNRECON       *
      *                  cross-foot; as first step of the chain it     *
      *                  starts the file fresh each run.               *
      *  2026-10-15  ek  Rejects are also written to the SUSPENSE      *
      *                  indexed file (copybooks/SUSPREC.cpy) with the *
      *                  date first suspended, so they survive the     *
      *                  next run. Items released at the SUSPMNT       *
      *                  screen are fed back in after TRANHOLD, the    *
      *                  same way held items are. Items that have      *
      *                  cleared TRANCHK are then removed from the     *
      *                  file.                                         *
      *  2026-10-15  ek  Transaction type and originator reference     *
      *                  edited: the type must be on the TRANTYPE      *
      *                  table, and a reversal type must name the      *
      *                  reference of a non-reversal original on       *
      *                  TRANHIST for the same division/account.       *
      *                  Type added as a minor sort key so SUMMRPT     *
      *                  can subtotal by type within the account.      *
      *  2026-10-15  ek  A record dated inside a period PERCLOSE has   *
      *                  closed (PERIODCTL, copybooks/PCTLREC.cpy) is  *
      *                  rejected - it belongs to the first period     *
      *                  whose recorded cutoff is on or after its      *
      *                  date. A reopened period takes records again.  *
      *                  A PERIODCTL that will not open ends the run 8 *
      *                  with nothing edited.                          *
      * ************************************************************** *
       Identification Division.
       Program-ID. TRANEDIT.
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

           Select TRAN-TYPE-TABLE
               Assign to "TRANTYPE"
               Organization is Indexed
               Access Mode is Random
               Record Key is TT-Code
               File Status is WS-Type-File-Status.

           Select TRANSACTION-HISTORY
               Assign to "TRANHIST"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is TH-Key
               File Status is WS-Hist-File-Status.

           Select PERIOD-CONTROL-FILE
               Assign to "PERIODCTL"
               Organization is Indexed
               Access Mode is Sequential
               Record Key is PC-Period
               File Status is WS-Pctl-File-Status.

      * ************************************************************** *
       Data Division.
       File Section.
           05  RAW-Amount              Pic X(11).
           05  RAW-Amount-Num          Redefines RAW-Amount
                                       Pic S9(09)V99.
           05  RAW-Type                Pic X(02).
           05  RAW-Reference           Pic X(12).

       SD  TRAN-SORT-WORK.
       COPY TRANREC Replacing Transaction-Record By TRAN-SORT-RECORD.
       FD  REJECT-FILE
           Label Records are Standard.
       01  REJECT-LINE.
           05  REJ-Record              Pic X(43).
           05  Filler                  Pic X(02).
           05  REJ-Reason              Pic X(40).

           Label Records are Standard.
       COPY CTLREC Replacing Control-Total-Record By CONTROL-RECORD.

       FD  SUSPENSE-FILE
           Label Records are Standard.
       COPY SUSPREC.

       FD  SUSPENSE-SEQUENCE-FILE
           Label Records are Standard.
       01  SUSPENSE-SEQUENCE-LINE      Pic 9(07).

       FD  TRAN-TYPE-TABLE
           Label Records are Standard.
       COPY TYPEREC.

       FD  TRANSACTION-HISTORY
           Label Records are Standard.
       COPY HISTREC.

       FD  PERIOD-CONTROL-FILE
           Label Records are Standard.
       COPY PCTLREC.

       Working-Storage Section.
       01  WS-Raw-File-Status          Pic X(02).
           88  WS-Raw-File-OK               Value "00".
       01  WS-Control-File-Status      Pic X(02).
           88  WS-Control-File-OK           Value "00".

       01  WS-Susp-File-Status         Pic X(02).
           88  WS-Susp-File-OK              Value "00".
           88  WS-Susp-File-Eof             Value "10".
           88  WS-Susp-File-NoSuchFile      Value "35".

       01  WS-Susp-Seq-Status          Pic X(02).
           88  WS-Susp-Seq-OK               Value "00".

       01  WS-Type-File-Status         Pic X(02).
           88  WS-Type-File-OK              Value "00".

       01  WS-Hist-File-Status         Pic X(02).
           88  WS-Hist-File-OK              Value "00".

       01  WS-Pctl-File-Status         Pic X(02).
           88  WS-Pctl-File-OK              Value "00".
           88  WS-Pctl-File-NoSuchFile      Value "35".

       01  WS-Switches.
           05  WS-Raw-Eof-Sw           Pic X(01) Value "N".
               88  WS-Raw-At-Eof            Value "Y".
               88  WS-Cutoff-Active         Value "Y".
           05  WS-Hold-Record-Sw       Pic X(01).
               88  WS-Hold-Record           Value "Y".
           05  WS-Susp-Avail-Sw        Pic X(01) Value "N".
               88  WS-Susp-Avail            Value "Y".
           05  WS-Susp-Eof-Sw          Pic X(01) Value "N".
               88  WS-Susp-At-Eof           Value "Y".
           05  WS-Released-Item-Sw     Pic X(01) Value "N".
               88  WS-Released-Item         Value "Y".
           05  WS-Susp-Scan-End-Sw     Pic X(01).
               88  WS-Susp-Scan-End         Value "Y".
           05  WS-Susp-Match-Sw        Pic X(01).
               88  WS-Susp-Already-Open     Value "Y".
           05  WS-Type-Avail-Sw        Pic X(01) Value "N".
               88  WS-Type-Avail            Value "Y".
           05  WS-Hist-Avail-Sw        Pic X(01) Value "N".
               88  WS-Hist-Avail            Value "Y".
           05  WS-Hist-Scan-End-Sw     Pic X(01).
               88  WS-Hist-Scan-End         Value "Y".
           05  WS-Original-Found-Sw    Pic X(01).
               88  WS-Original-Found        Value "Y".
           05  WS-Pctl-Eof-Sw          Pic X(01) Value "N".
               88  WS-Pctl-At-Eof           Value "Y".
           05  WS-Periods-Avail-Sw     Pic X(01) Value "Y".
               88  WS-Periods-Avail         Value "Y".

       01  WS-DOB-Valid-Sw             Pic X(01).
           88  WS-DOB-Valid                 Value "Y".

       01  WS-Cutoff-Date              Pic 9(08) Value 0.
       01  WS-Run-Date                 Pic 9(08) Value 0.
       01  WS-Last-Susp-Seq            Pic 9(07) Value 0.
       01  WS-Susp-Image               Pic X(43).
       01  WS-Tran-Date-YYYYMMDD.
           05  WS-Tran-Date-Year       Pic 9(04).
           05  WS-Tran-Date-Month      Pic 99.
           05  WS-Tran-Date-Day        Pic 99.

      *    Every period on PERIODCTL in period order, with the last
      *    date it takes in and whether it is closed now.
       01  WS-Period-Table-Max         Pic 9(04) Value 600.
       01  WS-Period-Count             Pic 9(04) Value 0 Comp.
       01  WS-Period-Table.
           05  WS-Period-Entry         Occurs 600 Times
                                       Indexed By PERIOD-IDX.
               10  WS-Period-Cutoff    Pic 9(08).
               10  WS-Period-Closed-Sw Pic X(01).
                   88  WS-Period-Closed     Value "Y".

       01  WS-Counters.
           05  WS-Read-Count           Pic 9(07) Value 0.
           05  WS-Accepted-Count       Pic 9(07) Value 0.
           05  WS-Held-Count           Pic 9(07) Value 0.
           05  WS-Carried-In-Count     Pic 9(07) Value 0.
           05  WS-Unsummable-Count     Pic 9(07) Value 0.
           05  WS-Released-In-Count    Pic 9(07) Value 0.
           05  WS-Suspended-Count      Pic 9(07) Value 0.

       01  WS-Amounts.
           05  WS-Amount-In            Pic S9(11)V99 Value 0.
       Procedure Division.

      * ---------------------------------------------------------------*
      *  0000-MAINLINE : sort the carried-over, released-from-suspense *
      *  and raw records into break order, with the edit run as the    *
      *  sort input procedure so only accepted records dated inside    *
      *  the period are ever released, rewrite the hold file for the   *
      *  next period, then balance the run.                            *
      * ---------------------------------------------------------------*
       0000-MAINLINE.
           Perform 1000-INITIALIZE Thru 1000-INITIALIZE-EXIT
           Sort TRAN-SORT-WORK
               On Ascending Key TR-Division Of TRAN-SORT-RECORD
                                TR-Account Of TRAN-SORT-RECORD
                                TR-Type Of TRAN-SORT-RECORD
               Input Procedure is 2000-EDIT-INPUT
                   Thru 2000-EDIT-INPUT-EXIT
               Giving EDITED-TRANSACTION-FILE

      * ---------------------------------------------------------------*
      *  1000-INITIALIZE : pick up the period-end cutoff, open the     *
      *  suspense file, the type table and history the type edits     *
      *  read, the rejects file, the hold work file and the            *
      *  balancing report -                                            *
      *  the raw and carried-over files themselves are opened by the   *
      *  sort input procedure.                                         *
      * ---------------------------------------------------------------*
       1000-INITIALIZE.
           Accept WS-Run-Date From Date YYYYMMDD
           Perform 1200-READ-CUTOFF-PARM
               Thru 1200-READ-CUTOFF-PARM-EXIT
           Perform 1300-OPEN-SUSPENSE Thru 1300-OPEN-SUSPENSE-EXIT
           Perform 1400-OPEN-TYPE-FILES Thru 1400-OPEN-TYPE-FILES-EXIT
           Perform 1500-LOAD-PERIODS Thru 1500-LOAD-PERIODS-EXIT
           Open Output REJECT-FILE
           Open Output HOLD-WORK-FILE
           Open Output BALANCING-REPORT
       1200-READ-CUTOFF-PARM-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  1300-OPEN-SUSPENSE : the last suspense item number off the    *
      *  SUSPENSE.SEQ control file (none means numbering starts from   *
      *  zero), then the SUSPENSE file for update, created on the      *
      *  first run the way HISTPOST creates TRANHIST. If it cannot be  *
      *  opened, rejects still go to TRANREJ, but the run ends 8 so    *
      *  the chain stops before anyone relies on the suspense file.    *
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
               Display "TRANEDIT: suspense file open failed "
                   WS-Susp-File-Status
               Move 8 To WS-Completion-Code
               Go To 1300-OPEN-SUSPENSE-EXIT
           End-If
           Move "Y" To WS-Susp-Avail-Sw.
       1300-OPEN-SUSPENSE-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  1400-OPEN-TYPE-FILES : the TRANTYPE table every record's type *
      *  is edited against, and TRANHIST, where a reversal's original  *
      *  must be found. Without the type table no record can be       *
      *  edited, so the run ends 8 having taken nothing in and left    *
      *  TRANHOLD as it was. No TRANHIST yet only means nothing has    *
      *  been posted, so there is nothing a reversal could reverse.    *
      * ---------------------------------------------------------------*
       1400-OPEN-TYPE-FILES.
           Open Input TRAN-TYPE-TABLE
           If WS-Type-File-OK
               Move "Y" To WS-Type-Avail-Sw
           Else
               Display "TRANEDIT: type table open failed "
                   WS-Type-File-Status " - no records edited"
               Move 8 To WS-Completion-Code
           End-If
           Open Input TRANSACTION-HISTORY
           If WS-Hist-File-OK
               Move "Y" To WS-Hist-Avail-Sw
           Else
               Display "TRANEDIT: no transaction history on file - "
                   "reversals cannot be matched"
           End-If.
       1400-OPEN-TYPE-FILES-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  1500-LOAD-PERIODS : the PERIODCTL periods into the period     *
      *  table, in period order, so each record's period can be found  *
      *  without a file read. No PERIODCTL yet means no period has     *
      *  been closed. One that is there but will not open, or a table  *
      *  too small to take them all, ends the run 8 - a closed period  *
      *  left off could take records in.                               *
      * ---------------------------------------------------------------*
       1500-LOAD-PERIODS.
           Move 0 To WS-Period-Count
           Open Input PERIOD-CONTROL-FILE
           If WS-Pctl-File-NoSuchFile
               Go To 1500-LOAD-PERIODS-EXIT
           End-If
           If Not WS-Pctl-File-OK
               Display "TRANEDIT: period control open failed "
                   WS-Pctl-File-Status " - no records edited"
               Move "N" To WS-Periods-Avail-Sw
               Move 8 To WS-Completion-Code
               Go To 1500-LOAD-PERIODS-EXIT
           End-If
           Move "N" To WS-Pctl-Eof-Sw
           Perform 1550-LOAD-PERIOD Thru 1550-LOAD-PERIOD-EXIT
               Until WS-Pctl-At-Eof
           Close PERIOD-CONTROL-FILE.
       1500-LOAD-PERIODS-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  1550-LOAD-PERIOD : next PERIODCTL record into the table.      *
      * ---------------------------------------------------------------*
       1550-LOAD-PERIOD.
           Read PERIOD-CONTROL-FILE Next Record
               At End
                   Move "Y" To WS-Pctl-Eof-Sw
                   Go To 1550-LOAD-PERIOD-EXIT
           End-Read
           If WS-Period-Count >= WS-Period-Table-Max
               Display "TRANEDIT: more than " WS-Period-Table-Max
                   " periods on PERIODCTL - no records edited"
               Move "N" To WS-Periods-Avail-Sw
               Move 8 To WS-Completion-Code
               Move "Y" To WS-Pctl-Eof-Sw
               Go To 1550-LOAD-PERIOD-EXIT
           End-If
           Add 1 To WS-Period-Count
           Set PERIOD-IDX To WS-Period-Count
           Move PC-Cutoff-Date To WS-Period-Cutoff (PERIOD-IDX)
           If PC-Closed
               Move "Y" To WS-Period-Closed-Sw (PERIOD-IDX)
           Else
               Move "N" To WS-Period-Closed-Sw (PERIOD-IDX)
           End-If.
       1550-LOAD-PERIOD-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  1100-WRITE-AUDIT-ENTRY : record this run on the shared audit  *
      *  trail via the AUDITLOG subprogram, called from 9000-TERMINATE *

      * ---------------------------------------------------------------*
      *  2000-EDIT-INPUT : the sort input procedure - first the        *
      *  transactions held over from last period's run, then the      *
      *  items released from suspense, then the raw feed. Each record  *
      *  goes once through the same edits. Accepted in-period records  *
      *  are released to the sort, rejects go to TRANREJ and the       *
      *  suspense file with their reasons, and after-cutoff records    *
      *  go to the hold work file, all as they are found.              *
      * ---------------------------------------------------------------*
       2000-EDIT-INPUT.
           If Not WS-Type-Avail Or Not WS-Periods-Avail
               Close HOLD-WORK-FILE
               Go To 2000-EDIT-INPUT-EXIT
           End-If
           Perform 2200-PROCESS-HELD-FILE
               Thru 2200-PROCESS-HELD-FILE-EXIT
           Perform 2500-PROCESS-RELEASED
               Thru 2500-PROCESS-RELEASED-EXIT
           Open Input RAW-TRANSACTION-FILE
           If Not WS-Raw-File-OK
               Display "TRANEDIT: transaction file open failed "
       2400-EDIT-HELD-RECORD-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  2500-PROCESS-RELEASED : pass the suspense file in item order, *
      *  feeding back in every item an operator has released at the    *
      *  SUSPMNT screen, and every item resubmitted by an earlier run  *
      *  that TRANCHK has not yet seen. Open items are left for the    *
      *  operator.                                                     *
      * ---------------------------------------------------------------*
       2500-PROCESS-RELEASED.
           If Not WS-Susp-Avail
               Go To 2500-PROCESS-RELEASED-EXIT
           End-If
           Move "N" To WS-Susp-Eof-Sw
           Move Zeroes To SUS-Seq
           Start SUSPENSE-FILE Key >= SUS-Key
               Invalid Key
                   Move "Y" To WS-Susp-Eof-Sw
           End-Start
           If Not WS-Susp-At-Eof
               Perform 2550-READ-SUSPENSE Thru 2550-READ-SUSPENSE-EXIT
           End-If
           Perform 2560-EDIT-RELEASED-ITEM
               Thru 2560-EDIT-RELEASED-ITEM-EXIT
               Until WS-Susp-At-Eof.
       2500-PROCESS-RELEASED-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  2550-READ-SUSPENSE : next suspense item in item order.        *
      * ---------------------------------------------------------------*
       2550-READ-SUSPENSE.
           Read SUSPENSE-FILE Next Record
               At End
                   Move "Y" To WS-Susp-Eof-Sw
           End-Read.
       2550-READ-SUSPENSE-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  2560-EDIT-RELEASED-ITEM : one released or resubmitted item    *
      *  through the same edits as the raw feed, using its corrected   *
      *  image. If it passes, it is marked resubmitted for TRANCHK to  *
      *  clear. If it is held past the cutoff, TRANHOLD carries it     *
      *  from now on, so it comes off the suspense file. If it fails   *
      *  again, 3500-SUSPEND-REJECT reopens it with the new reason.    *
      * ---------------------------------------------------------------*
       2560-EDIT-RELEASED-ITEM.
           If Not SUS-Released And Not SUS-Resubmitted
               Perform 2550-READ-SUSPENSE Thru 2550-READ-SUSPENSE-EXIT
               Go To 2560-EDIT-RELEASED-ITEM-EXIT
           End-If
           Add 1 To WS-Released-In-Count
           Move "Y" To WS-Released-Item-Sw
           Move SUS-Record To RAW-RECORD
           Perform 3000-EDIT-RECORD Thru 3000-EDIT-RECORD-EXIT
           Move "N" To WS-Released-Item-Sw
           Evaluate True
               When Not WS-Record-OK
                   Continue
               When WS-Hold-Record
                   Delete SUSPENSE-FILE Record
                       Invalid Key
                           Display "TRANEDIT: suspense delete of item "
                               SUS-Seq " failed " WS-Susp-File-Status
                           Move 8 To WS-Completion-Code
                   End-Delete
               When Other
                   Move "S" To SUS-Status
                   Move WS-Run-Date To SUS-Date-Last-Action
                   Rewrite Suspense-Entry
                       Invalid Key
                           Display "TRANEDIT: suspense rewrite of item "
                               SUS-Seq " failed " WS-Susp-File-Status
                           Move 8 To WS-Completion-Code
                   End-Rewrite
           End-Evaluate
           Perform 2550-READ-SUSPENSE Thru 2550-READ-SUSPENSE-EXIT.
       2560-EDIT-RELEASED-ITEM-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  2600-EDIT-RAW-RECORD : one raw-feed record through the edits, *
      *  then the next read.                                           *
      *  amount would poison every total downstream, and the date      *
      *  gets the same DOBVALID day/month/year-window check a          *
      *  customer's date of birth gets, so an impossible date never    *
      *  decides which period a record lands in. A record dated in a   *
      *  closed period is rejected. An accepted record dated after the *
      *  period-end cutoff goes to the hold work file for the next     *
      *  period's run; an accepted in-period record is released to the *
      *  sort; a reject goes to TRANREJ and the suspense file with the *
      *  first reason that failed it.                                  *
      * ---------------------------------------------------------------*
       3000-EDIT-RECORD.
               End-If
           End-If

           If WS-Record-OK
               Perform 3100-EDIT-TYPE Thru 3100-EDIT-TYPE-EXIT
           End-If

           If WS-Record-OK
               Perform 3300-CHECK-CLOSED-PERIOD
                   Thru 3300-CHECK-CLOSED-PERIOD-EXIT
           End-If

           If WS-Record-OK
               Perform 3200-CHECK-CUTOFF Thru 3200-CHECK-CUTOFF-EXIT
               Move RAW-Amount-Num To WS-Amount-Work
               Move RAW-RECORD To REJ-Record
               Move WS-Reject-Reason To REJ-Reason
               Write REJECT-LINE
               Perform 3500-SUSPEND-REJECT
                   Thru 3500-SUSPEND-REJECT-EXIT
           End-If.
       3000-EDIT-RECORD-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  3100-EDIT-TYPE : the type code must be on the TRANTYPE table. *
      *  A reversal type must also carry a reference, and that         *
      *  reference must belong to an original on TRANHIST for the      *
      *  same division/account - a reversal that reverses nothing is   *
      *  rejected, not posted as a bare negative.                      *
      * ---------------------------------------------------------------*
       3100-EDIT-TYPE.
           If RAW-Type = Spaces
               Move "N" To WS-Record-OK-Sw
               Move "transaction type is blank" To WS-Reject-Reason
               Go To 3100-EDIT-TYPE-EXIT
           End-If
           Move RAW-Type To TT-Code
           Read TRAN-TYPE-TABLE
               Invalid Key
                   Move "N" To WS-Record-OK-Sw
                   Move "type not on type table" To WS-Reject-Reason
                   Go To 3100-EDIT-TYPE-EXIT
           End-Read
           If Not TT-Reversal
               Go To 3100-EDIT-TYPE-EXIT
           End-If
           If RAW-Reference = Spaces
               Move "N" To WS-Record-OK-Sw
               Move "reversal names no original reference"
                   To WS-Reject-Reason
               Go To 3100-EDIT-TYPE-EXIT
           End-If
           Perform 3150-FIND-ORIGINAL Thru 3150-FIND-ORIGINAL-EXIT
           If Not WS-Original-Found
               Move "N" To WS-Record-OK-Sw
               Move "reversal original not on history"
                   To WS-Reject-Reason
           End-If.
       3100-EDIT-TYPE-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  3150-FIND-ORIGINAL : START TRANHIST at the front of the       *
      *  record's division/account and read its history through,      *
      *  looking for the reference on a transaction that is not        *
      *  itself a reversal.                                            *
      * ---------------------------------------------------------------*
       3150-FIND-ORIGINAL.
           Move "N" To WS-Original-Found-Sw
           Move "N" To WS-Hist-Scan-End-Sw
           If Not WS-Hist-Avail
               Go To 3150-FIND-ORIGINAL-EXIT
           End-If
           Move RAW-Division To TH-Division
           Move RAW-Account To TH-Account
           Move Zeroes To TH-Date-YYYYMMDD
           Move Zeroes To TH-Seq
           Start TRANSACTION-HISTORY Key >= TH-Key
               Invalid Key
                   Go To 3150-FIND-ORIGINAL-EXIT
           End-Start
           Perform 3160-SCAN-HISTORY Thru 3160-SCAN-HISTORY-EXIT
               Until WS-Hist-Scan-End Or WS-Original-Found.
       3150-FIND-ORIGINAL-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  3160-SCAN-HISTORY : next history record for the account. A   *
      *  reference match is checked against the type table, so one    *
      *  reversal cannot stand as the original for another.           *
      * ---------------------------------------------------------------*
       3160-SCAN-HISTORY.
           Read TRANSACTION-HISTORY Next Record
               At End
                   Move "Y" To WS-Hist-Scan-End-Sw
                   Go To 3160-SCAN-HISTORY-EXIT
           End-Read
           If TH-Division Not = RAW-Division
               Or TH-Account Not = RAW-Account
               Move "Y" To WS-Hist-Scan-End-Sw
               Go To 3160-SCAN-HISTORY-EXIT
           End-If
           If TH-Reference Not = RAW-Reference
               Go To 3160-SCAN-HISTORY-EXIT
           End-If
           Move TH-Type To TT-Code
           Read TRAN-TYPE-TABLE
               Invalid Key
                   Move "Y" To WS-Original-Found-Sw
               Not Invalid Key
                   If Not TT-Reversal
                       Move "Y" To WS-Original-Found-Sw
                   End-If
           End-Read.
       3160-SCAN-HISTORY-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  3200-CHECK-CUTOFF : does this record belong to next period?   *
      *  The DDMMYYYY date is recast as YYYYMMDD so it compares        *
       3200-CHECK-CUTOFF-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  3300-CHECK-CLOSED-PERIOD : the record belongs to the first    *
      *  period on the table whose cutoff is on or after its date; if  *
      *  that period is closed the record is rejected. A date past     *
      *  every cutoff on the table is in a period not yet closed.      *
      * ---------------------------------------------------------------*
       3300-CHECK-CLOSED-PERIOD.
           If WS-Period-Count = 0
               Go To 3300-CHECK-CLOSED-PERIOD-EXIT
           End-If
           Move RAW-Date-YYYY To WS-Tran-Date-Year
           Move RAW-Date-MM To WS-Tran-Date-Month
           Move RAW-Date-DD To WS-Tran-Date-Day
           Set PERIOD-IDX To 1
           Search WS-Period-Entry
               At End
                   Continue
               When PERIOD-IDX > WS-Period-Count
                   Continue
               When WS-Period-Cutoff (PERIOD-IDX)
                       >= WS-Tran-Date-YYYYMMDD
                   If WS-Period-Closed (PERIOD-IDX)
                       Move "N" To WS-Record-OK-Sw
                       Move "date in a closed period"
                           To WS-Reject-Reason
                   End-If
           End-Search.
       3300-CHECK-CLOSED-PERIOD-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  3500-SUSPEND-REJECT : put a reject on the suspense file. A    *
      *  released item that fails again is reopened in place, with    *
      *  the new reason. Its first-suspended date is kept, so it goes  *
      *  on ageing from when it first went wrong. Any other reject     *
      *  becomes a new open item under the next item number. If the    *
      *  same record already went into suspense today, this is a       *
      *  rerun of the step and it is not suspended twice.              *
      * ---------------------------------------------------------------*
       3500-SUSPEND-REJECT.
           If Not WS-Susp-Avail
               Go To 3500-SUSPEND-REJECT-EXIT
           End-If
           If WS-Released-Item
               Move "O" To SUS-Status
               Move "E" To SUS-Source
               Move WS-Reject-Reason To SUS-Reason
               Move WS-Run-Date To SUS-Date-Last-Action
               Rewrite Suspense-Entry
                   Invalid Key
                       Display "TRANEDIT: suspense rewrite of item "
                           SUS-Seq " failed " WS-Susp-File-Status
                       Move 8 To WS-Completion-Code
                   Not Invalid Key
                       Add 1 To WS-Suspended-Count
               End-Rewrite
               Go To 3500-SUSPEND-REJECT-EXIT
           End-If
           Perform 3700-FIND-SUSPENSE-ITEM
               Thru 3700-FIND-SUSPENSE-ITEM-EXIT
           If WS-Susp-Already-Open
               Go To 3500-SUSPEND-REJECT-EXIT
           End-If
           Add 1 To WS-Last-Susp-Seq
           Move Spaces To Suspense-Entry
           Move WS-Last-Susp-Seq To SUS-Seq
           Move "O" To SUS-Status
           Move "E" To SUS-Source
           Move WS-Run-Date To SUS-Date-Suspended
           Move WS-Run-Date To SUS-Date-Last-Action
           Move WS-Reject-Reason To SUS-Reason
           Move RAW-RECORD To SUS-Original
           Move RAW-RECORD To SUS-Record
           Write Suspense-Entry
               Invalid Key
                   Display "TRANEDIT: suspense write of item "
                       SUS-Seq " failed " WS-Susp-File-Status
                   Move 8 To WS-Completion-Code
               Not Invalid Key
                   Add 1 To WS-Suspended-Count
           End-Write.
       3500-SUSPEND-REJECT-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  3700-FIND-SUSPENSE-ITEM : is this record already open on the  *
      *  suspense file from earlier today? The SUS-Record alternate    *
      *  key brings every item with the same image together.           *
      * ---------------------------------------------------------------*
       3700-FIND-SUSPENSE-ITEM.
           Move "N" To WS-Susp-Match-Sw
           Move "N" To WS-Susp-Scan-End-Sw
           Move RAW-RECORD To WS-Susp-Image
           Move RAW-RECORD To SUS-Record
           Start SUSPENSE-FILE Key = SUS-Record
               Invalid Key
                   Go To 3700-FIND-SUSPENSE-ITEM-EXIT
           End-Start
           Perform 3750-SCAN-SUSPENSE-ITEM
               Thru 3750-SCAN-SUSPENSE-ITEM-EXIT
               Until WS-Susp-Scan-End Or WS-Susp-Already-Open.
       3700-FIND-SUSPENSE-ITEM-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  3750-SCAN-SUSPENSE-ITEM : next item with the same image.      *
      * ---------------------------------------------------------------*
       3750-SCAN-SUSPENSE-ITEM.
           Read SUSPENSE-FILE Next Record
               At End
                   Move "Y" To WS-Susp-Scan-End-Sw
               Not At End
                   If SUS-Record Not = WS-Susp-Image
                       Move "Y" To WS-Susp-Scan-End-Sw
                   Else
                       If SUS-Open
                           And SUS-Date-Last-Action = WS-Run-Date
                           Move "Y" To WS-Susp-Match-Sw
                       End-If
                   End-If
           End-Read.
       3750-SCAN-SUSPENSE-ITEM-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  7000-REWRITE-HOLD : copy the hold work file over TRANHOLD so  *
      *  the next period's run finds exactly the records this one      *
      *  held - including any it was itself carrying that are still    *
      *  past the cutoff. An empty hold file is still written, so a    *
      *  period with no late arrivals leaves no stale carry-over. A    *
      *  run that could not open the type table or load the periods    *
      *  read nothing, so it leaves TRANHOLD as it found it.           *
      * ---------------------------------------------------------------*
       7000-REWRITE-HOLD.
           If Not WS-Type-Avail Or Not WS-Periods-Avail
               Go To 7000-REWRITE-HOLD-EXIT
           End-If
           Open Input HOLD-WORK-FILE
           If Not WS-Hold-Work-OK
               Display "TRANEDIT: hold work file re-open failed "
           Move WS-Carried-In-Count To WS-Count-Value
           Move WS-Count-Line To REPORT-LINE
           Write REPORT-LINE
           Move "RELEASED FROM SUSP" To WS-Count-Label
           Move WS-Released-In-Count To WS-Count-Value
           Move WS-Count-Line To REPORT-LINE
           Write REPORT-LINE
           Move "SUSPENDED" To WS-Count-Label
           Move WS-Suspended-Count To WS-Count-Value
           Move WS-Count-Line To REPORT-LINE
           Write REPORT-LINE
           Move "UNSUMMABLE AMOUNTS" To WS-Count-Label
           Move WS-Unsummable-Count To WS-Count-Value
           Move WS-Count-Line To REPORT-LINE
           Display "Rejected   : " WS-Rejected-Count
           Display "Held       : " WS-Held-Count
           Display "Carried in : " WS-Carried-In-Count
           Display "Released in: " WS-Released-In-Count
           Display "Suspended  : " WS-Suspended-Count
           Close REJECT-FILE
           Close BALANCING-REPORT
           If WS-Rejected-Count > 0 And WS-Completion-Code = 0
               Move 4 To WS-Completion-Code
           End-If
           Perform 9300-CLOSE-SUSPENSE Thru 9300-CLOSE-SUSPENSE-EXIT
           If WS-Type-Avail
               Close TRAN-TYPE-TABLE
           End-If
           If WS-Hist-Avail
               Close TRANSACTION-HISTORY
           End-If
           Perform 9500-WRITE-CONTROL-TOTALS
               Thru 9500-WRITE-CONTROL-TOTALS-EXIT
           Perform 1100-WRITE-AUDIT-ENTRY
       9000-TERMINATE-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  9300-CLOSE-SUSPENSE : close the suspense file and save the    *
      *  last item number used back to SUSPENSE.SEQ for the next run   *
      *  (TRANCHK numbers its own items off the same control file).    *
      * ---------------------------------------------------------------*
       9300-CLOSE-SUSPENSE.
           If Not WS-Susp-Avail
               Go To 9300-CLOSE-SUSPENSE-EXIT
           End-If
           Close SUSPENSE-FILE
           Open Output SUSPENSE-SEQUENCE-FILE
           If Not WS-Susp-Seq-OK
               Display "TRANEDIT: suspense sequence write failed "
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
