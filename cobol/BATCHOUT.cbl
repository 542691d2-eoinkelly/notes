      * ************************************************************** *
      *  BATCHOUT                                                       *
      *                                                                 *
      *  Backs one posted TRANCLN batch out of the ACCTBAL balance     *
      *  master and the TRANHIST history again. The batch to reverse   *
      *  is named by its batch identity (as TRANCHK displays it and    *
      *  the BATCHREG posted-batch register holds it) on the           *
      *  BATCHOUT.PRM parameter file.                                  *
      *                                                                 *
      *  When HISTPOST posted the batch, the register holds the range  *
      *  of TRANHIST posting sequences it was given: every history     *
      *  record in that range is deleted and, when BALPOST posted the  *
      *  batch too, its amount is taken back off its account's         *
      *  BAL-Activity. When only BALPOST posted it, the amounts are    *
      *  taken from TRANCLN itself - only while TRANCLN.BAT still      *
      *  shows that batch, since no other copy of it is kept. The      *
      *  reversal always comes off BAL-Activity, so the closing        *
      *  balance (BAL-Forward plus BAL-Activity) comes out right even  *
      *  when BALROLL has rolled the period since the batch posted.    *
      *                                                                 *
      *  The register entry is then marked backed out with both        *
      *  posting legs cleared, so the batch can be corrected and       *
      *  posted again. A batch not on the register, or not posted, is  *
      *  refused with return code 8 and nothing is changed.            *
      *                                                                 *
      *  A batch with any record dated inside a period PERCLOSE has    *
      *  closed on the PERIODCTL period-control file is refused the    *
      *  same way: BALROLL has already carried that period into        *
      *  BAL-Forward, so the closed period's history is left as it     *
      *  closed. Every record of the batch is proved before the first  *
      *  is reversed. A PERIODCTL that is there but will not load also *
      *  ends the run 8 with nothing changed.                          *
      *                                                                 *
      *  Author.        Data Processing.                                *
      *  Installation.  Batch Suite.                                    *
      *  Date-Written.   15 Oct 2026.                                    *
      *                                                                 *
      *  Modification history                                           *
      *  2026-10-15  ek  Initial version.                                *
      *  2026-10-15  ek  A batch with a record dated in a closed       *
      *                  PERIODCTL period is refused before anything   *
      *                  is reversed.                                  *
      * ************************************************************** *
       Identification Division.
       Program-ID. BATCHOUT.

      * ************************************************************** *
       Environment Division.
       Input-Output Section.
       File-Control.
           Select BACKOUT-PARM-FILE
               Assign to "BATCHOUT.PRM"
               Organization is Line Sequential
               File Status is WS-Parm-File-Status.

           Select BATCH-REGISTER
               Assign to "BATCHREG"
               Organization is Indexed
               Access Mode is Random
               Record Key is PB-Batch-Id Of Posted-Batch-Entry
               File Status is WS-Register-File-Status.

           Select BATCH-CONTROL-FILE
               Assign to "TRANCLN.BAT"
               Organization is Line Sequential
               File Status is WS-Batch-File-Status.

           Select CLEAN-TRANSACTION-FILE
               Assign to "TRANCLN"
               Organization is Line Sequential
               File Status is WS-Clean-File-Status.

           Select BALANCE-MASTER
               Assign to "ACCTBAL"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is BAL-Key
               File Status is WS-Bal-File-Status.

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
       FD  BACKOUT-PARM-FILE
           Label Records are Standard.
       01  BACKOUT-PARM-LINE           Pic X(16).

       FD  BATCH-REGISTER
           Label Records are Standard.
       COPY BATCHREC.

       FD  BATCH-CONTROL-FILE
           Label Records are Standard.
       01  BATCH-CONTROL-LINE          Pic X(84).

       FD  CLEAN-TRANSACTION-FILE
           Label Records are Standard.
       COPY TRANREC Replacing Transaction-Record By CLEAN-RECORD.

       FD  BALANCE-MASTER
           Label Records are Standard.
       COPY BALREC.

       FD  TRANSACTION-HISTORY
           Label Records are Standard.
       COPY HISTREC.

       FD  PERIOD-CONTROL-FILE
           Label Records are Standard.
       COPY PCTLREC.

       Working-Storage Section.
       01  WS-Parm-File-Status         Pic X(02).
           88  WS-Parm-File-OK              Value "00".

       01  WS-Register-File-Status     Pic X(02).
           88  WS-Register-File-OK          Value "00".

       01  WS-Batch-File-Status        Pic X(02).
           88  WS-Batch-File-OK             Value "00".

       01  WS-Clean-File-Status        Pic X(02).
           88  WS-Clean-File-OK             Value "00".

       01  WS-Bal-File-Status          Pic X(02).
           88  WS-Bal-File-OK               Value "00".

       01  WS-Hist-File-Status         Pic X(02).
           88  WS-Hist-File-OK              Value "00".

       01  WS-Pctl-File-Status         Pic X(02).
           88  WS-Pctl-File-OK              Value "00".
           88  WS-Pctl-File-NoSuchFile      Value "35".

       01  WS-Switches.
           05  WS-Hist-Eof-Sw          Pic X(01) Value "Y".
               88  WS-Hist-At-Eof           Value "Y".
           05  WS-Clean-Eof-Sw         Pic X(01) Value "Y".
               88  WS-Clean-At-Eof          Value "Y".
           05  WS-Register-Open-Sw     Pic X(01) Value "N".
               88  WS-Register-Open         Value "Y".
           05  WS-Bal-Open-Sw          Pic X(01) Value "N".
               88  WS-Bal-Open              Value "Y".
           05  WS-Hist-Open-Sw         Pic X(01) Value "N".
               88  WS-Hist-Open             Value "Y".
           05  WS-Clean-Open-Sw        Pic X(01) Value "N".
               88  WS-Clean-Open            Value "Y".
           05  WS-Backout-Cleared-Sw   Pic X(01) Value "N".
               88  WS-Backout-Cleared       Value "Y".
           05  WS-Pctl-Eof-Sw          Pic X(01) Value "N".
               88  WS-Pctl-At-Eof           Value "Y".
           05  WS-Closed-Found-Sw      Pic X(01) Value "N".
               88  WS-Closed-Found          Value "Y".

       01  WS-Run-Date                 Pic 9(08) Value 0.
       01  WS-Backout-Batch-Id         Pic X(16) Value Spaces.

       01  WS-Check-Date-YYYYMMDD.
           05  WS-Check-Date-Year      Pic 9(04).
           05  WS-Check-Date-Month     Pic 99.
           05  WS-Check-Date-Day       Pic 99.

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

       COPY BATCHREC Replacing Posted-Batch-Entry By WS-Batch-Control.

       01  WS-Reversal.
           05  WS-Reverse-Division     Pic X(04).
           05  WS-Reverse-Account      Pic X(06).
           05  WS-Reverse-Amount       Pic S9(09)V99.

       01  WS-Counters.
           05  WS-Hist-Deleted-Count   Pic 9(07) Value 0.
           05  WS-Clean-Read-Count     Pic 9(07) Value 0.
           05  WS-Bal-Reversed-Count   Pic 9(07) Value 0.

       01  WS-Amount-Reversed          Pic S9(11)V99 Value 0.
       01  WS-Display-Amount           Pic Z,ZZZ,ZZZ,ZZ9.99-.

       01  WS-Caller-Name              Pic X(50).
       01  WS-Pid                      Pic 9(05).
       01  WS-Completion-Code          Pic S9(04) Value 0.
       COPY AUDITREC Replacing Audit-Log-Entry By WS-Audit-Parms.

      * ************************************************************** *
       Procedure Division.

      * ---------------------------------------------------------------*
      *  0000-MAINLINE : clear the named batch for back-out, reverse   *
      *  it out of TRANHIST (or, failing a history posting, out of     *
      *  ACCTBAL from TRANCLN), then mark the register entry.          *
      * ---------------------------------------------------------------*
       0000-MAINLINE.
           Perform 1000-INITIALIZE Thru 1000-INITIALIZE-EXIT
           Perform 2000-REVERSE-HISTORY Thru 2000-REVERSE-HISTORY-EXIT
               Until WS-Hist-At-Eof
           Perform 3000-REVERSE-CLEAN Thru 3000-REVERSE-CLEAN-EXIT
               Until WS-Clean-At-Eof
           Perform 8000-MARK-BACKED-OUT Thru 8000-MARK-BACKED-OUT-EXIT
           Perform 9000-TERMINATE Thru 9000-TERMINATE-EXIT
           Move WS-Completion-Code To Return-Code
           GoBack.

      * ---------------------------------------------------------------*
      *  1000-INITIALIZE : the batch named on BATCHOUT.PRM, looked up  *
      *  on the register. Only a batch posted to at least one of the   *
      *  masters goes further. The masters it was posted to are        *
      *  opened for update, every record of the batch is proved clear  *
      *  of the closed periods, and the pass that reverses it is       *
      *  primed - TRANHIST when HISTPOST posted it, otherwise TRANCLN. *
      *  Any refusal here ends the run 8 with nothing changed.         *
      * ---------------------------------------------------------------*
       1000-INITIALIZE.
           Accept WS-Run-Date From Date YYYYMMDD
           Move Spaces To WS-Batch-Control
           Perform 1200-READ-PARM Thru 1200-READ-PARM-EXIT
           If WS-Backout-Batch-Id = Spaces
               Display "BATCHOUT: no batch named on BATCHOUT.PRM"
               Move 8 To WS-Completion-Code
               Go To 1000-INITIALIZE-EXIT
           End-If
           Open I-O BATCH-REGISTER
           If Not WS-Register-File-OK
               Display "BATCHOUT: batch register open failed "
                   WS-Register-File-Status
               Move 8 To WS-Completion-Code
               Go To 1000-INITIALIZE-EXIT
           End-If
           Move "Y" To WS-Register-Open-Sw
           Move WS-Backout-Batch-Id To PB-Batch-Id Of Posted-Batch-Entry
           Read BATCH-REGISTER
               Invalid Key
                   Display "BATCHOUT: batch " WS-Backout-Batch-Id
                       " is not on the batch register"
                   Move 8 To WS-Completion-Code
                   Go To 1000-INITIALIZE-EXIT
           End-Read
           If Not PB-Bal-Posted Of Posted-Batch-Entry
               And Not PB-Hist-Posted Of Posted-Batch-Entry
               Display "BATCHOUT: batch " WS-Backout-Batch-Id
                   " is not posted - nothing to back out"
               Move 8 To WS-Completion-Code
               Go To 1000-INITIALIZE-EXIT
           End-If
           Perform 1500-LOAD-PERIODS Thru 1500-LOAD-PERIODS-EXIT
           If WS-Completion-Code Not = 0
               Go To 1000-INITIALIZE-EXIT
           End-If
           If PB-Hist-Posted Of Posted-Batch-Entry
               Perform 1300-OPEN-HISTORY Thru 1300-OPEN-HISTORY-EXIT
           Else
               Perform 1400-OPEN-CLEAN Thru 1400-OPEN-CLEAN-EXIT
           End-If
           If WS-Completion-Code Not = 0
               Go To 1000-INITIALIZE-EXIT
           End-If
           If PB-Bal-Posted Of Posted-Batch-Entry
               Open I-O BALANCE-MASTER
               If Not WS-Bal-File-OK
                   Display "BATCHOUT: balance master open failed "
                       WS-Bal-File-Status
                   Move 8 To WS-Completion-Code
                   Go To 1000-INITIALIZE-EXIT
               End-If
               Move "Y" To WS-Bal-Open-Sw
           End-If
           Perform 1600-PROVE-PERIODS-OPEN
               Thru 1600-PROVE-PERIODS-OPEN-EXIT
           If WS-Completion-Code Not = 0
               Go To 1000-INITIALIZE-EXIT
           End-If
           Move "Y" To WS-Backout-Cleared-Sw
           If WS-Hist-Open
               Perform 2100-READ-HISTORY Thru 2100-READ-HISTORY-EXIT
           End-If
           If WS-Clean-Open
               Perform 3100-READ-CLEAN Thru 3100-READ-CLEAN-EXIT
           End-If.
       1000-INITIALIZE-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  1100-WRITE-AUDIT-ENTRY : record this run on the shared audit  *
      *  trail via the AUDITLOG subprogram, called from 9000-TERMINATE *
      *  so Audit-Return-Code reflects how the back-out finished.      *
      * ---------------------------------------------------------------*
       1100-WRITE-AUDIT-ENTRY.
           Call "C$CALLEDBY" Using WS-Caller-Name
           Call "C$GETPID"
           Move Return-Code To WS-Pid
           Move "BATCHOUT" To Audit-Program-Name Of WS-Audit-Parms
           Move WS-Caller-Name To Audit-Caller-Name Of WS-Audit-Parms
           Move WS-Pid To Audit-Pid Of WS-Audit-Parms
           Move WS-Completion-Code
               To Audit-Return-Code Of WS-Audit-Parms
           Call "AUDITLOG" Using WS-Audit-Parms.
       1100-WRITE-AUDIT-ENTRY-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  1200-READ-PARM : the batch identity to back out, off the      *
      *  BATCHOUT.PRM parameter file. No file, or a blank line, leaves *
      *  it blank and the run is refused.                              *
      * ---------------------------------------------------------------*
       1200-READ-PARM.
           Move Spaces To WS-Backout-Batch-Id
           Open Input BACKOUT-PARM-FILE
           If Not WS-Parm-File-OK
               Go To 1200-READ-PARM-EXIT
           End-If
           Read BACKOUT-PARM-FILE
               At End
                   Continue
               Not At End
                   Move BACKOUT-PARM-LINE To WS-Backout-Batch-Id
           End-Read
           Close BACKOUT-PARM-FILE.
       1200-READ-PARM-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  1300-OPEN-HISTORY : TRANHIST for update, positioned at the    *
      *  start for a full pass. The history key leads on division and  *
      *  account, so the batch's posting sequences are spread through  *
      *  the file and every record has to be looked at. A batch that   *
      *  posted no history records has nothing to pass.                *
      * ---------------------------------------------------------------*
       1300-OPEN-HISTORY.
           Open I-O TRANSACTION-HISTORY
           If Not WS-Hist-File-OK
               Display "BATCHOUT: history open failed "
                   WS-Hist-File-Status
               Move 8 To WS-Completion-Code
               Go To 1300-OPEN-HISTORY-EXIT
           End-If
           Move "Y" To WS-Hist-Open-Sw
           If PB-Hist-First-Seq Of Posted-Batch-Entry = 0
               Go To 1300-OPEN-HISTORY-EXIT
           End-If
           Move Low-Values To TH-Key
           Start TRANSACTION-HISTORY Key Not < TH-Key
               Invalid Key
                   Go To 1300-OPEN-HISTORY-EXIT
           End-Start
           Move "N" To WS-Hist-Eof-Sw.
       1300-OPEN-HISTORY-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  1400-OPEN-CLEAN : a batch BALPOST posted but HISTPOST did not *
      *  can only be reversed from TRANCLN itself, and only while      *
      *  TRANCLN.BAT shows TRANCLN still holds that batch.             *
      * ---------------------------------------------------------------*
       1400-OPEN-CLEAN.
           Open Input BATCH-CONTROL-FILE
           If WS-Batch-File-OK
               Read BATCH-CONTROL-FILE Into WS-Batch-Control
                   At End
                       Continue
               End-Read
               Close BATCH-CONTROL-FILE
           End-If
           If PB-Batch-Id Of WS-Batch-Control Not = WS-Backout-Batch-Id
               Display "BATCHOUT: batch " WS-Backout-Batch-Id
                   " is not on TRANHIST and TRANCLN no longer holds it"
                   " - cannot back out"
               Move 8 To WS-Completion-Code
               Go To 1400-OPEN-CLEAN-EXIT
           End-If
           Open Input CLEAN-TRANSACTION-FILE
           If Not WS-Clean-File-OK
               Display "BATCHOUT: clean transaction file open failed "
                   WS-Clean-File-Status
               Move 8 To WS-Completion-Code
               Go To 1400-OPEN-CLEAN-EXIT
           End-If
           Move "Y" To WS-Clean-Open-Sw
           Move "N" To WS-Clean-Eof-Sw.
       1400-OPEN-CLEAN-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  1500-LOAD-PERIODS : the PERIODCTL periods into the period     *
      *  table, in period order, as TRANEDIT loads them. No PERIODCTL  *
      *  yet means no period has been closed. One that is there but    *
      *  will not open, or a table too small to take them all, ends    *
      *  the run 8 - a closed period left off could be backed into.    *
      * ---------------------------------------------------------------*
       1500-LOAD-PERIODS.
           Move 0 To WS-Period-Count
           Open Input PERIOD-CONTROL-FILE
           If WS-Pctl-File-NoSuchFile
               Go To 1500-LOAD-PERIODS-EXIT
           End-If
           If Not WS-Pctl-File-OK
               Display "BATCHOUT: period control open failed "
                   WS-Pctl-File-Status " - nothing backed out"
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
               Display "BATCHOUT: more than " WS-Period-Table-Max
                   " periods on PERIODCTL - nothing backed out"
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
      *  1600-PROVE-PERIODS-OPEN : a proving pass over the batch -     *
      *  its TRANHIST posting sequence range, or TRANCLN - before any  *
      *  record is reversed. One record dated in a closed period       *
      *  refuses the whole back-out, so a batch is never part          *
      *  reversed. Otherwise the pass is wound back to the start for   *
      *  the reversal itself.                                          *
      * ---------------------------------------------------------------*
       1600-PROVE-PERIODS-OPEN.
           If WS-Period-Count = 0
               Go To 1600-PROVE-PERIODS-OPEN-EXIT
           End-If
           Move "N" To WS-Closed-Found-Sw
           If WS-Hist-Open And Not WS-Hist-At-Eof
               Perform 1650-PROVE-HISTORY Thru 1650-PROVE-HISTORY-EXIT
                   Until WS-Hist-At-Eof Or WS-Closed-Found
           End-If
           If WS-Clean-Open
               Perform 1660-PROVE-CLEAN Thru 1660-PROVE-CLEAN-EXIT
                   Until WS-Clean-At-Eof Or WS-Closed-Found
           End-If
           If WS-Closed-Found
               Display "BATCHOUT: batch " WS-Backout-Batch-Id
                   " has a record dated " WS-Check-Date-YYYYMMDD
                   " in a closed period - nothing backed out"
               Move "Y" To WS-Hist-Eof-Sw
               Move "Y" To WS-Clean-Eof-Sw
               Move 8 To WS-Completion-Code
               Go To 1600-PROVE-PERIODS-OPEN-EXIT
           End-If
           If WS-Hist-Open And PB-Hist-First-Seq Of Posted-Batch-Entry
               Not = 0
               Move Low-Values To TH-Key
               Start TRANSACTION-HISTORY Key Not < TH-Key
                   Invalid Key
                       Go To 1600-PROVE-PERIODS-OPEN-EXIT
               End-Start
               Move "N" To WS-Hist-Eof-Sw
           End-If
           If WS-Clean-Open
               Close CLEAN-TRANSACTION-FILE
               Move "N" To WS-Clean-Open-Sw
               Open Input CLEAN-TRANSACTION-FILE
               If Not WS-Clean-File-OK
                   Display "BATCHOUT: clean transaction file re-open"
                       " failed " WS-Clean-File-Status
                   Move "Y" To WS-Clean-Eof-Sw
                   Move 8 To WS-Completion-Code
                   Go To 1600-PROVE-PERIODS-OPEN-EXIT
               End-If
               Move "Y" To WS-Clean-Open-Sw
               Move "N" To WS-Clean-Eof-Sw
           End-If.
       1600-PROVE-PERIODS-OPEN-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  1650-PROVE-HISTORY : next history record; one inside the      *
      *  batch's posting sequence range has its date checked.          *
      * ---------------------------------------------------------------*
       1650-PROVE-HISTORY.
           Perform 2100-READ-HISTORY Thru 2100-READ-HISTORY-EXIT
           If WS-Hist-At-Eof
               Go To 1650-PROVE-HISTORY-EXIT
           End-If
           If TH-Seq < PB-Hist-First-Seq Of Posted-Batch-Entry
               Or TH-Seq > PB-Hist-Last-Seq Of Posted-Batch-Entry
               Go To 1650-PROVE-HISTORY-EXIT
           End-If
           Move TH-Date-YYYYMMDD To WS-Check-Date-YYYYMMDD
           Perform 1700-CHECK-CLOSED-PERIOD
               Thru 1700-CHECK-CLOSED-PERIOD-EXIT.
       1650-PROVE-HISTORY-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  1660-PROVE-CLEAN : next clean transaction has its date        *
      *  checked.                                                      *
      * ---------------------------------------------------------------*
       1660-PROVE-CLEAN.
           Perform 3100-READ-CLEAN Thru 3100-READ-CLEAN-EXIT
           If WS-Clean-At-Eof
               Go To 1660-PROVE-CLEAN-EXIT
           End-If
           Move TR-Date-YYYY Of CLEAN-RECORD To WS-Check-Date-Year
           Move TR-Date-MM Of CLEAN-RECORD To WS-Check-Date-Month
           Move TR-Date-DD Of CLEAN-RECORD To WS-Check-Date-Day
           Perform 1700-CHECK-CLOSED-PERIOD
               Thru 1700-CHECK-CLOSED-PERIOD-EXIT.
       1660-PROVE-CLEAN-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  1700-CHECK-CLOSED-PERIOD : the record belongs to the first    *
      *  period on the table whose cutoff is on or after its date; if  *
      *  that period is closed the back-out is refused. A date past    *
      *  every cutoff on the table is in a period not yet closed.      *
      * ---------------------------------------------------------------*
       1700-CHECK-CLOSED-PERIOD.
           Set PERIOD-IDX To 1
           Search WS-Period-Entry
               At End
                   Continue
               When PERIOD-IDX > WS-Period-Count
                   Continue
               When WS-Period-Cutoff (PERIOD-IDX)
                       >= WS-Check-Date-YYYYMMDD
                   If WS-Period-Closed (PERIOD-IDX)
                       Move "Y" To WS-Closed-Found-Sw
                   End-If
           End-Search.
       1700-CHECK-CLOSED-PERIOD-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  2000-REVERSE-HISTORY : a history record inside the batch's    *
      *  posting sequence range is deleted, and taken back off its     *
      *  account's balance when the batch reached ACCTBAL as well.     *
      * ---------------------------------------------------------------*
       2000-REVERSE-HISTORY.
           If TH-Seq < PB-Hist-First-Seq Of Posted-Batch-Entry
               Or TH-Seq > PB-Hist-Last-Seq Of Posted-Batch-Entry
               Perform 2100-READ-HISTORY Thru 2100-READ-HISTORY-EXIT
               Go To 2000-REVERSE-HISTORY-EXIT
           End-If
           Move TH-Division To WS-Reverse-Division
           Move TH-Account To WS-Reverse-Account
           Move TH-Amount To WS-Reverse-Amount
           Delete TRANSACTION-HISTORY Record
               Invalid Key
                   Display "BATCHOUT: history delete of " TH-Division
                       "/" TH-Account " seq " TH-Seq " failed "
                       WS-Hist-File-Status
                   Move 8 To WS-Completion-Code
               Not Invalid Key
                   Add 1 To WS-Hist-Deleted-Count
                   Add WS-Reverse-Amount To WS-Amount-Reversed
                   If WS-Bal-Open
                       Perform 4000-REVERSE-BALANCE
                           Thru 4000-REVERSE-BALANCE-EXIT
                   End-If
           End-Delete
           Perform 2100-READ-HISTORY Thru 2100-READ-HISTORY-EXIT.
       2000-REVERSE-HISTORY-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  2100-READ-HISTORY : next history record, or note EOF.         *
      * ---------------------------------------------------------------*
       2100-READ-HISTORY.
           Read TRANSACTION-HISTORY Next Record
               At End
                   Move "Y" To WS-Hist-Eof-Sw
           End-Read.
       2100-READ-HISTORY-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  3000-REVERSE-CLEAN : one TRANCLN transaction taken back off   *
      *  its account's balance.                                        *
      * ---------------------------------------------------------------*
       3000-REVERSE-CLEAN.
           Add 1 To WS-Clean-Read-Count
           Move TR-Division Of CLEAN-RECORD To WS-Reverse-Division
           Move TR-Account Of CLEAN-RECORD To WS-Reverse-Account
           Move TR-Amount Of CLEAN-RECORD To WS-Reverse-Amount
           Add WS-Reverse-Amount To WS-Amount-Reversed
           Perform 4000-REVERSE-BALANCE Thru 4000-REVERSE-BALANCE-EXIT
           Perform 3100-READ-CLEAN Thru 3100-READ-CLEAN-EXIT.
       3000-REVERSE-CLEAN-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  3100-READ-CLEAN : next clean transaction, or note EOF.        *
      * ---------------------------------------------------------------*
       3100-READ-CLEAN.
           Read CLEAN-TRANSACTION-FILE
               At End
                   Move "Y" To WS-Clean-Eof-Sw
           End-Read.
       3100-READ-CLEAN-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  4000-REVERSE-BALANCE : subtract the amount being reversed     *
      *  from its account's period activity.                           *
      * ---------------------------------------------------------------*
       4000-REVERSE-BALANCE.
           Move WS-Reverse-Division To BAL-Division
           Move WS-Reverse-Account To BAL-Account
           Read BALANCE-MASTER
               Invalid Key
                   Display "BATCHOUT: no balance record for "
                       WS-Reverse-Division "/" WS-Reverse-Account
                   Move 8 To WS-Completion-Code
                   Go To 4000-REVERSE-BALANCE-EXIT
           End-Read
           Subtract WS-Reverse-Amount From BAL-Activity
           Rewrite Balance-Record
               Invalid Key
                   Display "BATCHOUT: rewrite of " BAL-Division
                       "/" BAL-Account " failed " WS-Bal-File-Status
                   Move 8 To WS-Completion-Code
               Not Invalid Key
                   Add 1 To WS-Bal-Reversed-Count
           End-Rewrite.
       4000-REVERSE-BALANCE-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  8000-MARK-BACKED-OUT : both posting legs cleared and the      *
      *  back-out date stamped on the register entry, so the batch     *
      *  can be posted again once corrected. Marked even when a record *
      *  failed to reverse - the rest are already out, and a second    *
      *  back-out would take them out twice. The failures are on the   *
      *  console and the run ends 8.                                   *
      * ---------------------------------------------------------------*
       8000-MARK-BACKED-OUT.
           If Not WS-Backout-Cleared
               Go To 8000-MARK-BACKED-OUT-EXIT
           End-If
           Move Space To PB-Bal-Status Of Posted-Batch-Entry
           Move 0 To PB-Bal-Date Of Posted-Batch-Entry
           Move Space To PB-Hist-Status Of Posted-Batch-Entry
           Move 0 To PB-Hist-Date Of Posted-Batch-Entry
           Move 0 To PB-Hist-First-Seq Of Posted-Batch-Entry
           Move 0 To PB-Hist-Last-Seq Of Posted-Batch-Entry
           Move WS-Run-Date To PB-Backout-Date Of Posted-Batch-Entry
           Rewrite Posted-Batch-Entry
               Invalid Key
                   Display "BATCHOUT: batch register rewrite failed "
                       WS-Register-File-Status
                   Move 8 To WS-Completion-Code
           End-Rewrite.
       8000-MARK-BACKED-OUT-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  9000-TERMINATE : close down, show what was reversed against   *
      *  what the batch held, and log how the back-out finished.       *
      * ---------------------------------------------------------------*
       9000-TERMINATE.
           If WS-Hist-Open
               Close TRANSACTION-HISTORY
           End-If
           If WS-Clean-Open
               Close CLEAN-TRANSACTION-FILE
           End-If
           If WS-Bal-Open
               Close BALANCE-MASTER
           End-If
           Display "Batch       : " WS-Backout-Batch-Id
           If WS-Backout-Cleared
               Display "Batch count : "
                   PB-Record-Count Of Posted-Batch-Entry
               Move PB-Amount Of Posted-Batch-Entry
                   To WS-Display-Amount
               Display "Batch amount: " WS-Display-Amount
           End-If
           If WS-Register-Open
               Close BATCH-REGISTER
           End-If
           Display "Hist deleted: " WS-Hist-Deleted-Count
           Display "Clean read  : " WS-Clean-Read-Count
           Display "Bal reversed: " WS-Bal-Reversed-Count
           Move WS-Amount-Reversed To WS-Display-Amount
           Display "Reversed    : " WS-Display-Amount
           Perform 1100-WRITE-AUDIT-ENTRY
               Thru 1100-WRITE-AUDIT-ENTRY-EXIT.
       9000-TERMINATE-EXIT.
           Exit.
