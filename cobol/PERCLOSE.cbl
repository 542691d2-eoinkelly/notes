      * ************************************************************** *
      *  PERCLOSE                                                       *
      *                                                                 *
      *  Period close. Closes the period PERIODEND.PRM's cutoff date   *
      *  falls in (YYYYMM, as SUMMRPT stamps its period totals), and   *
      *  runs the BALROLL rollover as part of it - but only once the   *
      *  period is fit to close:                                       *
      *    - the last RUNRECON run on the AUDITLOG audit trail ended   *
      *      0, i.e. the cycle balanced end to end;                    *
      *    - nothing on TRANHOLD is dated inside the closing period -  *
      *      every held item dated on or before the cutoff has been    *
      *      released and posted;                                      *
      *    - the last CUSTSTMT run on the audit trail came after the   *
      *      last BALPOST run, so the statements show the balances     *
      *      being rolled.                                             *
      *  Each condition is listed on PERCLOSE.RPT as met or not met.   *
      *  When all are met BALROLL is called, and when it ends 0 the    *
      *  period is recorded as closed on the PERIODCTL period-control  *
      *  file (copybooks/PCTLREC.cpy), with the cutoff, when and by    *
      *  whom. From then on BALROLL will not roll the period again     *
      *  and TRANEDIT rejects transactions dated inside it.            *
      *                                                                 *
      *  A closed period is reopened by putting R and the period on    *
      *  PERCLOSE.PRM ("R 202609"; R alone reopens the PERIODEND.PRM   *
      *  period). A reopen is for a supervisor only: the operator      *
      *  signed on through OPERSIGN must be at supervisor level, and a *
      *  refusal is logged as a security entry. The reopen itself is   *
      *  written to the audit trail with the operator and the period.  *
      *  Closing a reopened period again checks everything over and    *
      *  rolls it again.                                               *
      *                                                                 *
      *  Ends 0 when the period was closed or reopened; 8 when it was  *
      *  not - a condition not met, the period already closed (or not  *
      *  closed, on a reopen), PERIODCTL not readable or not open for  *
      *  update, BALROLL failing, or a refused reopen. PERIODCTL is    *
      *  opened for update before BALROLL is called, so balances are   *
      *  never rolled for a close that cannot then be recorded.        *
      *                                                                 *
      *  Author.        Data Processing.                                *
      *  Installation.  Batch Suite.                                    *
      *  Date-Written.   15 Oct 2026.                                   *
      *                                                                 *
      *  Modification history                                           *
      *  2026-10-15  ek  Initial version.                               *
      * ************************************************************** *
       Identification Division.
       Program-ID. PERCLOSE.

      * ************************************************************** *
       Environment Division.
       Input-Output Section.
       File-Control.
      *    Held open for update across the BALROLL call, which reads
      *    it for itself.
           Select PERIOD-CONTROL-FILE
               Assign to "PERIODCTL"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is PC-Period
               Sharing With All Other
               File Status is WS-Pctl-File-Status.

           Select AUDIT-LOG-FILE
               Assign to "AUDITLOG.LOG"
               Organization is Line Sequential
               File Status is WS-Log-File-Status.

           Select HELD-TRANSACTION-FILE
               Assign to "TRANHOLD"
               Organization is Line Sequential
               File Status is WS-Held-File-Status.

           Select CUTOFF-PARM-FILE
               Assign to "PERIODEND.PRM"
               Organization is Line Sequential
               File Status is WS-Parm-File-Status.

           Select ACTION-PARM-FILE
               Assign to "PERCLOSE.PRM"
               Organization is Line Sequential
               File Status is WS-Action-File-Status.

           Select CLOSE-REPORT
               Assign to "PERCLOSE.RPT"
               Organization is Line Sequential
               File Status is WS-Report-File-Status.

      * ************************************************************** *
       Data Division.
       File Section.
       FD  PERIOD-CONTROL-FILE
           Label Records are Standard.
       COPY PCTLREC.

       FD  AUDIT-LOG-FILE
           Label Records are Standard.
       01  AUDIT-LOG-LINE.
           05  ALG-Program             Pic X(30).
           05  Filler                  Pic X(02).
           05  ALG-Caller              Pic X(50).
           05  Filler                  Pic X(02).
           05  ALG-Pid                 Pic X(05).
           05  Filler                  Pic X(02).
           05  ALG-Stamp.
               10  ALG-Date            Pic 9(08).
               10  Filler              Pic X(01).
               10  ALG-Time            Pic 9(08).
           05  Filler                  Pic X(02).
           05  ALG-Return-Code         Pic X(04).
           05  Filler                  Pic X(02).
           05  ALG-Operator-Id         Pic X(08).
           05  Filler                  Pic X(02).
           05  ALG-Event               Pic X(30).

       FD  HELD-TRANSACTION-FILE
           Label Records are Standard.
       COPY TRANREC Replacing Transaction-Record By HELD-RECORD.

       FD  CUTOFF-PARM-FILE
           Label Records are Standard.
       01  CUTOFF-PARM-LINE.
           05  CUTOFF-PARM-YYYYMM      Pic 9(06).
           05  CUTOFF-PARM-DD          Pic 9(02).

       FD  ACTION-PARM-FILE
           Label Records are Standard.
       01  ACTION-PARM-LINE.
           05  AP-Action               Pic X(01).
               88  AP-Reopen                Value "R".
           05  Filler                  Pic X(01).
           05  AP-Period               Pic X(06).
           05  AP-Period-Num Redefines AP-Period
                                       Pic 9(06).

       FD  CLOSE-REPORT
           Label Records are Standard.
       01  REPORT-LINE                 Pic X(90).

       Working-Storage Section.
       01  WS-Pctl-File-Status         Pic X(02).
           88  WS-Pctl-File-OK              Value "00".
           88  WS-Pctl-File-NoSuchFile      Value "35".

       01  WS-Log-File-Status          Pic X(02).
           88  WS-Log-File-OK               Value "00".

       01  WS-Held-File-Status         Pic X(02).
           88  WS-Held-File-OK              Value "00".

       01  WS-Parm-File-Status         Pic X(02).
           88  WS-Parm-File-OK              Value "00".

       01  WS-Action-File-Status       Pic X(02).
           88  WS-Action-File-OK            Value "00".

       01  WS-Report-File-Status       Pic X(02).
           88  WS-Report-File-OK            Value "00".

       01  WS-Switches.
           05  WS-Reopen-Sw            Pic X(01) Value "N".
               88  WS-Reopen-Run            Value "Y".
           05  WS-Log-Eof-Sw           Pic X(01) Value "N".
               88  WS-Log-At-Eof            Value "Y".
           05  WS-Held-Eof-Sw          Pic X(01) Value "N".
               88  WS-Held-At-Eof           Value "Y".
           05  WS-Period-Found-Sw      Pic X(01) Value "N".
               88  WS-Period-Found          Value "Y".
           05  WS-Recon-Seen-Sw        Pic X(01) Value "N".
               88  WS-Recon-Seen            Value "Y".
           05  WS-Post-Seen-Sw         Pic X(01) Value "N".
               88  WS-Post-Seen             Value "Y".
           05  WS-Stmt-Seen-Sw         Pic X(01) Value "N".
               88  WS-Stmt-Seen             Value "Y".
           05  WS-Conditions-Sw        Pic X(01) Value "Y".
               88  WS-Conditions-Met        Value "Y".
           05  WS-Pctl-Open-Sw         Pic X(01) Value "N".
               88  WS-Pctl-Open             Value "Y".

       01  WS-Run-Date                 Pic 9(08) Value 0.
       01  WS-Run-Time                 Pic 9(08) Value 0.
       01  WS-Cutoff-Date              Pic 9(08) Value 0.
       01  WS-Close-Period             Pic 9(06) Value 0.
       01  WS-Operator-Id              Pic X(08) Value Spaces.

      *    The last run of each program the close depends on, as the
      *    audit trail has it - date and time in one stamp, so a later
      *    run compares higher.
       01  WS-Last-Runs.
           05  WS-Last-Recon-Stamp     Pic X(17) Value Low-Values.
           05  WS-Last-Recon-Code      Pic X(04) Value Spaces.
           05  WS-Last-Post-Stamp      Pic X(17) Value Low-Values.
           05  WS-Last-Stmt-Stamp      Pic X(17) Value Low-Values.

       01  WS-Held-Fields.
           05  WS-Held-Date-YYYYMMDD.
               10  WS-Held-YYYY        Pic 9(04).
               10  WS-Held-MM          Pic 9(02).
               10  WS-Held-DD          Pic 9(02).
           05  WS-Held-Date-Num Redefines WS-Held-Date-YYYYMMDD
                                       Pic 9(08).
           05  WS-Held-In-Period       Pic 9(07) Value 0.

       01  WS-BalRoll-Code             Pic S9(04) Value 0.

       01  WS-Period-Line.
           05  Filler                  Pic X(07) Value "PERIOD ".
           05  WS-Period-Line-Period   Pic 9(06).
           05  Filler                  Pic X(09) Value "  CUTOFF ".
           05  WS-Period-Line-Cutoff   Pic 9(08).
           05  Filler                  Pic X(11) Value "  RUN DATE ".
           05  WS-Period-Line-Run      Pic 9(08).

       01  WS-Condition-Line.
           05  WS-Cond-Description     Pic X(48).
           05  WS-Cond-Verdict         Pic X(09).
           05  Filler                  Pic X(01) Value Space.
           05  WS-Cond-Detail          Pic X(32).

       01  WS-Recon-Detail.
           05  Filler                  Pic X(09) Value "LAST RUN ".
           05  WS-Recon-Detail-Date    Pic X(08).
           05  Filler                  Pic X(09) Value "  ENDED ".
           05  WS-Recon-Detail-Code    Pic X(04).

       01  WS-Held-Detail.
           05  WS-Held-Detail-Count    Pic Z(06)9.
           05  Filler                  Pic X(25) Value
               " HELD ITEMS IN PERIOD".

       01  WS-Stmt-Detail.
           05  Filler                  Pic X(08) Value "BALPOST ".
           05  WS-Stmt-Detail-Post     Pic X(08).
           05  Filler                  Pic X(08) Value "  STMT  ".
           05  WS-Stmt-Detail-Stmt     Pic X(08).

       01  WS-Event-Text.
           05  Filler                  Pic X(07) Value "PERIOD ".
           05  WS-Event-Period         Pic 9(06).
           05  Filler                  Pic X(01) Value Space.
           05  WS-Event-Action         Pic X(16).

       01  WS-Caller-Name              Pic X(50).
       01  WS-Pid                      Pic 9(05).
       01  WS-Completion-Code          Pic S9(04) Value 0.
       COPY SIGNREC Replacing Sign-On-Entry By WS-Sign-On-Parms.
       COPY AUDITREC Replacing Audit-Log-Entry By WS-Audit-Parms.

      * ************************************************************** *
       Procedure Division.

      * ---------------------------------------------------------------*
      *  0000-MAINLINE : a reopen if PERCLOSE.PRM asks for one,        *
      *  otherwise prove the period fit to close and close it.         *
      * ---------------------------------------------------------------*
       0000-MAINLINE.
           Perform 1000-INITIALIZE Thru 1000-INITIALIZE-EXIT
           If WS-Completion-Code = 0
               If WS-Reopen-Run
                   Perform 5000-REOPEN-PERIOD
                       Thru 5000-REOPEN-PERIOD-EXIT
               Else
                   Perform 2000-CHECK-CONDITIONS
                       Thru 2000-CHECK-CONDITIONS-EXIT
                   Perform 3000-CLOSE-PERIOD
                       Thru 3000-CLOSE-PERIOD-EXIT
               End-If
           End-If
           Perform 9000-TERMINATE Thru 9000-TERMINATE-EXIT
           Move WS-Completion-Code To Return-Code
           GoBack.

      * ---------------------------------------------------------------*
      *  1000-INITIALIZE : open the report, take the period from the   *
      *  PERIODEND.PRM cutoff and what to do from PERCLOSE.PRM. With   *
      *  no usable cutoff there is no period to close.                 *
      * ---------------------------------------------------------------*
       1000-INITIALIZE.
           Accept WS-Run-Date From Date YYYYMMDD
           Accept WS-Run-Time From Time
           Open Output CLOSE-REPORT
           Move "PERCLOSE PERIOD CLOSE" To REPORT-LINE
           Write REPORT-LINE
           Move All "-" To REPORT-LINE
           Write REPORT-LINE
           Perform 1050-READ-CUTOFF-PARM
               Thru 1050-READ-CUTOFF-PARM-EXIT
           Perform 1060-READ-ACTION-PARM
               Thru 1060-READ-ACTION-PARM-EXIT
           If WS-Completion-Code Not = 0
               Go To 1000-INITIALIZE-EXIT
           End-If
           Move WS-Close-Period To WS-Period-Line-Period
           Move WS-Cutoff-Date To WS-Period-Line-Cutoff
           Move WS-Run-Date To WS-Period-Line-Run
           Move WS-Period-Line To REPORT-LINE
           Write REPORT-LINE
           Move Spaces To REPORT-LINE
           Write REPORT-LINE.
       1000-INITIALIZE-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  1050-READ-CUTOFF-PARM : the cutoff date on PERIODEND.PRM and  *
      *  the period (YYYYMM) it falls in.                              *
      * ---------------------------------------------------------------*
       1050-READ-CUTOFF-PARM.
           Open Input CUTOFF-PARM-FILE
           If Not WS-Parm-File-OK
               Go To 1050-READ-CUTOFF-PARM-EXIT
           End-If
           Read CUTOFF-PARM-FILE
               At End
                   Continue
               Not At End
                   If CUTOFF-PARM-LINE Numeric
                       Move CUTOFF-PARM-LINE To WS-Cutoff-Date
                       Move CUTOFF-PARM-YYYYMM To WS-Close-Period
                   End-If
           End-Read
           Close CUTOFF-PARM-FILE.
       1050-READ-CUTOFF-PARM-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  1060-READ-ACTION-PARM : R on PERCLOSE.PRM is a reopen, of the *
      *  period beside it or else the PERIODEND.PRM period. Anything   *
      *  else, or no PERCLOSE.PRM, is a close.                         *
      * ---------------------------------------------------------------*
       1060-READ-ACTION-PARM.
           Open Input ACTION-PARM-FILE
           If WS-Action-File-OK
               Read ACTION-PARM-FILE
                   At End
                       Continue
                   Not At End
                       If AP-Reopen
                           Move "Y" To WS-Reopen-Sw
                           If AP-Period-Num Numeric
                               Move AP-Period-Num To WS-Close-Period
                           End-If
                       End-If
               End-Read
               Close ACTION-PARM-FILE
           End-If
           If WS-Close-Period = 0
               Move "NO PERIOD-END CUTOFF ON PERIODEND.PRM - NO PERIOD"
                   To REPORT-LINE
               Write REPORT-LINE
               Display "PERCLOSE: no period-end cutoff on PERIODEND.PRM"
               Move 8 To WS-Completion-Code
           End-If.
       1060-READ-ACTION-PARM-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  1100-WRITE-AUDIT-ENTRY : record this run on the shared audit  *
      *  trail via the AUDITLOG subprogram, called from 9000-TERMINATE *
      *  so Audit-Return-Code reflects how the run finished. A close   *
      *  or a reopen that went through carries the operator and the    *
      *  period as its event.                                          *
      * ---------------------------------------------------------------*
       1100-WRITE-AUDIT-ENTRY.
           Call "C$CALLEDBY" Using WS-Caller-Name
           Call "C$GETPID"
           Move Return-Code To WS-Pid
           Move "PERCLOSE" To Audit-Program-Name Of WS-Audit-Parms
           Move WS-Caller-Name To Audit-Caller-Name Of WS-Audit-Parms
           Move WS-Pid To Audit-Pid Of WS-Audit-Parms
           Move WS-Completion-Code
               To Audit-Return-Code Of WS-Audit-Parms
           Move Spaces To Audit-Operator-Id Of WS-Audit-Parms
           Move Spaces To Audit-Event Of WS-Audit-Parms
           If WS-Completion-Code = 0
               Move WS-Operator-Id
                   To Audit-Operator-Id Of WS-Audit-Parms
               Move WS-Close-Period To WS-Event-Period
               If WS-Reopen-Run
                   Move "REOPENED" To WS-Event-Action
               Else
                   Move "CLOSED" To WS-Event-Action
               End-If
               Move WS-Event-Text To Audit-Event Of WS-Audit-Parms
           End-If
           Call "AUDITLOG" Using WS-Audit-Parms.
       1100-WRITE-AUDIT-ENTRY-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  2000-CHECK-CONDITIONS : a period already closed is not closed *
      *  twice; otherwise each condition for closing is checked and    *
      *  listed, and any one not met stops the close.                  *
      * ---------------------------------------------------------------*
       2000-CHECK-CONDITIONS.
           Perform 2100-READ-PERIOD-CONTROL
               Thru 2100-READ-PERIOD-CONTROL-EXIT
           If WS-Completion-Code Not = 0
               Move "N" To WS-Conditions-Sw
               Go To 2000-CHECK-CONDITIONS-EXIT
           End-If
           If WS-Period-Found And PC-Closed
               Move "PERIOD IS ALREADY CLOSED - NOT CLOSED AGAIN"
                   To REPORT-LINE
               Write REPORT-LINE
               Display "PERCLOSE: period " WS-Close-Period
                   " is already closed"
               Move "N" To WS-Conditions-Sw
               Move 8 To WS-Completion-Code
               Go To 2000-CHECK-CONDITIONS-EXIT
           End-If
           Perform 2200-SCAN-AUDIT-TRAIL
               Thru 2200-SCAN-AUDIT-TRAIL-EXIT
           Perform 2300-SCAN-HELD-ITEMS
               Thru 2300-SCAN-HELD-ITEMS-EXIT
           Perform 2400-LIST-CONDITIONS
               Thru 2400-LIST-CONDITIONS-EXIT.
       2000-CHECK-CONDITIONS-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  2100-READ-PERIOD-CONTROL : the period's PERIODCTL record, if  *
      *  it has one. No PERIODCTL yet means no period has been closed. *
      *  One that is there but will not open cannot say whether the    *
      *  period is closed, so nothing is done.                         *
      * ---------------------------------------------------------------*
       2100-READ-PERIOD-CONTROL.
           Move "N" To WS-Period-Found-Sw
           Open Input PERIOD-CONTROL-FILE
           If WS-Pctl-File-NoSuchFile
               Go To 2100-READ-PERIOD-CONTROL-EXIT
           End-If
           If Not WS-Pctl-File-OK
               Display "PERCLOSE: period control open failed "
                   WS-Pctl-File-Status
               Move "PERIOD CONTROL NOT READABLE - PERIOD NOT CLOSED"
                   To REPORT-LINE
               Write REPORT-LINE
               Move 8 To WS-Completion-Code
               Go To 2100-READ-PERIOD-CONTROL-EXIT
           End-If
           Move WS-Close-Period To PC-Period
           Read PERIOD-CONTROL-FILE
               Invalid Key
                   Continue
               Not Invalid Key
                   Move "Y" To WS-Period-Found-Sw
           End-Read
           Close PERIOD-CONTROL-FILE.
       2100-READ-PERIOD-CONTROL-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  2200-SCAN-AUDIT-TRAIL : the last RUNRECON, BALPOST and        *
      *  CUSTSTMT runs on the audit trail - the log is in time order,  *
      *  so the last entry for each program read is its latest run.    *
      * ---------------------------------------------------------------*
       2200-SCAN-AUDIT-TRAIL.
           Open Input AUDIT-LOG-FILE
           If Not WS-Log-File-OK
               Display "PERCLOSE: audit trail not readable "
                   WS-Log-File-Status
               Go To 2200-SCAN-AUDIT-TRAIL-EXIT
           End-If
           Move "N" To WS-Log-Eof-Sw
           Perform 2210-READ-AUDIT-LINE Thru 2210-READ-AUDIT-LINE-EXIT
           Perform 2220-NOTE-AUDIT-LINE Thru 2220-NOTE-AUDIT-LINE-EXIT
               Until WS-Log-At-Eof
           Close AUDIT-LOG-FILE.
       2200-SCAN-AUDIT-TRAIL-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  2210-READ-AUDIT-LINE : next audit-trail line, or EOF.         *
      * ---------------------------------------------------------------*
       2210-READ-AUDIT-LINE.
           Read AUDIT-LOG-FILE
               At End
                   Move "Y" To WS-Log-Eof-Sw
           End-Read.
       2210-READ-AUDIT-LINE-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  2220-NOTE-AUDIT-LINE : keep the line if it is a run of one of *
      *  the three programs the close depends on.                      *
      * ---------------------------------------------------------------*
       2220-NOTE-AUDIT-LINE.
           Evaluate ALG-Program
               When "RUNRECON"
                   Move "Y" To WS-Recon-Seen-Sw
                   Move ALG-Stamp To WS-Last-Recon-Stamp
                   Move ALG-Return-Code To WS-Last-Recon-Code
               When "BALPOST"
                   Move "Y" To WS-Post-Seen-Sw
                   Move ALG-Stamp To WS-Last-Post-Stamp
               When "CUSTSTMT"
                   Move "Y" To WS-Stmt-Seen-Sw
                   Move ALG-Stamp To WS-Last-Stmt-Stamp
               When Other
                   Continue
           End-Evaluate
           Perform 2210-READ-AUDIT-LINE Thru 2210-READ-AUDIT-LINE-EXIT.
       2220-NOTE-AUDIT-LINE-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  2300-SCAN-HELD-ITEMS : count the TRANHOLD items dated on or   *
      *  before the cutoff - inside the period being closed. Items     *
      *  held past the cutoff belong to the next period and do not     *
      *  stop the close. No TRANHOLD on file means nothing is held.    *
      * ---------------------------------------------------------------*
       2300-SCAN-HELD-ITEMS.
           Open Input HELD-TRANSACTION-FILE
           If Not WS-Held-File-OK
               Go To 2300-SCAN-HELD-ITEMS-EXIT
           End-If
           Move "N" To WS-Held-Eof-Sw
           Perform 2310-READ-HELD Thru 2310-READ-HELD-EXIT
           Perform 2320-CHECK-HELD Thru 2320-CHECK-HELD-EXIT
               Until WS-Held-At-Eof
           Close HELD-TRANSACTION-FILE.
       2300-SCAN-HELD-ITEMS-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  2310-READ-HELD : next held item, or EOF.                      *
      * ---------------------------------------------------------------*
       2310-READ-HELD.
           Read HELD-TRANSACTION-FILE
               At End
                   Move "Y" To WS-Held-Eof-Sw
           End-Read.
       2310-READ-HELD-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  2320-CHECK-HELD : count the item if it is dated inside the    *
      *  period - on or before the cutoff.                             *
      * ---------------------------------------------------------------*
       2320-CHECK-HELD.
           Move TR-Date-YYYY Of HELD-RECORD To WS-Held-YYYY
           Move TR-Date-MM Of HELD-RECORD To WS-Held-MM
           Move TR-Date-DD Of HELD-RECORD To WS-Held-DD
           If WS-Held-Date-Num <= WS-Cutoff-Date
               Add 1 To WS-Held-In-Period
           End-If
           Perform 2310-READ-HELD Thru 2310-READ-HELD-EXIT.
       2320-CHECK-HELD-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  2400-LIST-CONDITIONS : one line per condition, met or not     *
      *  met, with what the check found. A run the audit trail does    *
      *  not show counts as not met.                                   *
      * ---------------------------------------------------------------*
       2400-LIST-CONDITIONS.
           Move "RUNRECON LAST RUN BALANCED" To WS-Cond-Description
           If WS-Recon-Seen
               Move WS-Last-Recon-Stamp(1:8) To WS-Recon-Detail-Date
               Move WS-Last-Recon-Code To WS-Recon-Detail-Code
               Move WS-Recon-Detail To WS-Cond-Detail
           Else
               Move "NO RUN ON THE AUDIT TRAIL" To WS-Cond-Detail
           End-If
           If WS-Recon-Seen And WS-Last-Recon-Code = "0000"
               Move "MET" To WS-Cond-Verdict
           Else
               Move "NOT MET" To WS-Cond-Verdict
               Move "N" To WS-Conditions-Sw
           End-If
           Move WS-Condition-Line To REPORT-LINE
           Write REPORT-LINE
           Move "NO HELD ITEM DATED INSIDE THE PERIOD"
               To WS-Cond-Description
           Move WS-Held-In-Period To WS-Held-Detail-Count
           Move WS-Held-Detail To WS-Cond-Detail
           If WS-Held-In-Period = 0
               Move "MET" To WS-Cond-Verdict
           Else
               Move "NOT MET" To WS-Cond-Verdict
               Move "N" To WS-Conditions-Sw
           End-If
           Move WS-Condition-Line To REPORT-LINE
           Write REPORT-LINE
           Move "CUSTSTMT RAN AFTER THE LAST BALPOST"
               To WS-Cond-Description
           Move "NONE" To WS-Stmt-Detail-Post
           Move "NONE" To WS-Stmt-Detail-Stmt
           If WS-Post-Seen
               Move WS-Last-Post-Stamp(1:8) To WS-Stmt-Detail-Post
           End-If
           If WS-Stmt-Seen
               Move WS-Last-Stmt-Stamp(1:8) To WS-Stmt-Detail-Stmt
           End-If
           Move WS-Stmt-Detail To WS-Cond-Detail
           If WS-Post-Seen And WS-Stmt-Seen
               And WS-Last-Stmt-Stamp > WS-Last-Post-Stamp
               Move "MET" To WS-Cond-Verdict
           Else
               Move "NOT MET" To WS-Cond-Verdict
               Move "N" To WS-Conditions-Sw
           End-If
           Move WS-Condition-Line To REPORT-LINE
           Write REPORT-LINE
           Move Spaces To REPORT-LINE
           Write REPORT-LINE
           If Not WS-Conditions-Met
               Move "PERIOD NOT CLOSED - BALROLL NOT RUN"
                   To REPORT-LINE
               Write REPORT-LINE
               Display "PERCLOSE: period " WS-Close-Period
                   " not fit to close - see PERCLOSE.RPT"
               Move 8 To WS-Completion-Code
           End-If.
       2400-LIST-CONDITIONS-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  3000-CLOSE-PERIOD : every condition met - open PERIODCTL for  *
      *  update first, so a period whose close cannot be recorded is   *
      *  never rolled; then roll the balances with BALROLL, and only   *
      *  once it has ended 0 record the period as closed. A rollover   *
      *  that fails leaves the period open.                            *
      * ---------------------------------------------------------------*
       3000-CLOSE-PERIOD.
           If Not WS-Conditions-Met
               Go To 3000-CLOSE-PERIOD-EXIT
           End-If
           Perform 3050-OPEN-PERIOD-CONTROL
               Thru 3050-OPEN-PERIOD-CONTROL-EXIT
           If Not WS-Pctl-Open
               Go To 3000-CLOSE-PERIOD-EXIT
           End-If
           Move "Q" To SO-Function Of WS-Sign-On-Parms
           Move "PERCLOSE" To SO-Program Of WS-Sign-On-Parms
           Call "OPERSIGN" Using WS-Sign-On-Parms
           Move SO-Operator-Id Of WS-Sign-On-Parms To WS-Operator-Id
           If WS-Operator-Id = Spaces
               Accept WS-Operator-Id From Environment "USER"
           End-If
           Move 0 To Return-Code
           Call "BALROLL"
               On Exception
                   Display "PERCLOSE: BALROLL could not be loaded"
                   Move 8 To WS-BalRoll-Code
               Not On Exception
                   Move Return-Code To WS-BalRoll-Code
                   Cancel "BALROLL"
           End-Call
           If WS-BalRoll-Code Not = 0
               Close PERIOD-CONTROL-FILE
               Move "N" To WS-Pctl-Open-Sw
               Move "BALROLL DID NOT END CLEANLY - PERIOD NOT CLOSED"
                   To REPORT-LINE
               Write REPORT-LINE
               Display "PERCLOSE: BALROLL ended with completion code "
                   WS-BalRoll-Code " - period not closed"
               Move 8 To WS-Completion-Code
               Go To 3000-CLOSE-PERIOD-EXIT
           End-If
           Perform 3100-RECORD-CLOSE Thru 3100-RECORD-CLOSE-EXIT.
       3000-CLOSE-PERIOD-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  3050-OPEN-PERIOD-CONTROL : PERIODCTL for update, created on   *
      *  the first close. If it will not open, BALROLL is not run.     *
      * ---------------------------------------------------------------*
       3050-OPEN-PERIOD-CONTROL.
           Open I-O PERIOD-CONTROL-FILE
           If WS-Pctl-File-NoSuchFile
               Open Output PERIOD-CONTROL-FILE
               Close PERIOD-CONTROL-FILE
               Open I-O PERIOD-CONTROL-FILE
           End-If
           If Not WS-Pctl-File-OK
               Display "PERCLOSE: period control open failed "
                   WS-Pctl-File-Status
               Move "PERIOD CONTROL CANNOT BE UPDATED - BALROLL NOT RUN"
                   To REPORT-LINE
               Write REPORT-LINE
               Move 8 To WS-Completion-Code
               Go To 3050-OPEN-PERIOD-CONTROL-EXIT
           End-If
           Move "Y" To WS-Pctl-Open-Sw.
       3050-OPEN-PERIOD-CONTROL-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  3100-RECORD-CLOSE : write the period's PERIODCTL record as    *
      *  closed - a new record, or the reopened one rewritten - and    *
      *  close the file opened before the rollover.                    *
      * ---------------------------------------------------------------*
       3100-RECORD-CLOSE.
           Move WS-Close-Period To PC-Period
           Read PERIOD-CONTROL-FILE
               Invalid Key
                   Move "N" To WS-Period-Found-Sw
                   Move WS-Close-Period To PC-Period
                   Move 0 To PC-Reopened-Date
                   Move 0 To PC-Reopened-Time
                   Move Spaces To PC-Reopened-By
               Not Invalid Key
                   Move "Y" To WS-Period-Found-Sw
           End-Read
           Move "C" To PC-Status
           Move WS-Cutoff-Date To PC-Cutoff-Date
           Move WS-Run-Date To PC-Closed-Date
           Move WS-Run-Time To PC-Closed-Time
           Move WS-Operator-Id To PC-Closed-By
           If WS-Period-Found
               Rewrite Period-Control-Record
                   Invalid Key
                       Move 8 To WS-Completion-Code
               End-Rewrite
           Else
               Write Period-Control-Record
                   Invalid Key
                       Move 8 To WS-Completion-Code
               End-Write
           End-If
           If WS-Completion-Code Not = 0
               Display "PERCLOSE: period control update failed "
                   WS-Pctl-File-Status
               Move "BALANCES ROLLED BUT PERIOD NOT RECORDED AS CLOSED"
                   To REPORT-LINE
           Else
               Move "PERIOD CLOSED - BALANCES ROLLED FORWARD"
                   To REPORT-LINE
           End-If
           Write REPORT-LINE
           Close PERIOD-CONTROL-FILE
           Move "N" To WS-Pctl-Open-Sw.
       3100-RECORD-CLOSE-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  5000-REOPEN-PERIOD : supervisors only. Anyone else is refused *
      *  and the refusal logged through OPERSIGN. Only a closed period *
      *  can be reopened.                                              *
      * ---------------------------------------------------------------*
       5000-REOPEN-PERIOD.
           Move "C" To SO-Function Of WS-Sign-On-Parms
           Move "PERCLOSE" To SO-Program Of WS-Sign-On-Parms
           Call "OPERSIGN" Using WS-Sign-On-Parms
           Move SO-Operator-Id Of WS-Sign-On-Parms To WS-Operator-Id
           If SO-Not-Signed-On Of WS-Sign-On-Parms
               Move "REOPEN REFUSED - NO OPERATOR SIGNED ON"
                   To REPORT-LINE
               Write REPORT-LINE
               Move 8 To WS-Completion-Code
               Go To 5000-REOPEN-PERIOD-EXIT
           End-If
           If Not SO-Level-Supervisor Of WS-Sign-On-Parms
               Move "R" To SO-Function Of WS-Sign-On-Parms
               Move "REOPEN PERIOD" To SO-Action Of WS-Sign-On-Parms
               Call "OPERSIGN" Using WS-Sign-On-Parms
               Move "REOPEN REFUSED - SUPERVISORS ONLY" To REPORT-LINE
               Write REPORT-LINE
               Display "PERCLOSE: only a supervisor may reopen a "
                   "period"
               Move 8 To WS-Completion-Code
               Go To 5000-REOPEN-PERIOD-EXIT
           End-If
           Open I-O PERIOD-CONTROL-FILE
           If WS-Pctl-File-NoSuchFile
               Move "PERIOD IS NOT CLOSED - NOTHING TO REOPEN"
                   To REPORT-LINE
               Write REPORT-LINE
               Move 8 To WS-Completion-Code
               Go To 5000-REOPEN-PERIOD-EXIT
           End-If
           If Not WS-Pctl-File-OK
               Display "PERCLOSE: period control open failed "
                   WS-Pctl-File-Status
               Move "PERIOD CONTROL CANNOT BE UPDATED - NOT REOPENED"
                   To REPORT-LINE
               Write REPORT-LINE
               Move 8 To WS-Completion-Code
               Go To 5000-REOPEN-PERIOD-EXIT
           End-If
           Move WS-Close-Period To PC-Period
           Read PERIOD-CONTROL-FILE
               Invalid Key
                   Move "N" To WS-Period-Found-Sw
               Not Invalid Key
                   Move "Y" To WS-Period-Found-Sw
           End-Read
           If Not WS-Period-Found Or Not PC-Closed
               Close PERIOD-CONTROL-FILE
               Move "PERIOD IS NOT CLOSED - NOTHING TO REOPEN"
                   To REPORT-LINE
               Write REPORT-LINE
               Move 8 To WS-Completion-Code
               Go To 5000-REOPEN-PERIOD-EXIT
           End-If
           Move "R" To PC-Status
           Move WS-Run-Date To PC-Reopened-Date
           Move WS-Run-Time To PC-Reopened-Time
           Move WS-Operator-Id To PC-Reopened-By
           Rewrite Period-Control-Record
               Invalid Key
                   Display "PERCLOSE: period control update failed "
                       WS-Pctl-File-Status
                   Move 8 To WS-Completion-Code
           End-Rewrite
           Close PERIOD-CONTROL-FILE
           If WS-Completion-Code = 0
               Move "PERIOD REOPENED" To REPORT-LINE
           Else
               Move "PERIOD NOT REOPENED - UPDATE FAILED"
                   To REPORT-LINE
           End-If
           Write REPORT-LINE.
       5000-REOPEN-PERIOD-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  9000-TERMINATE : close down and log how the run finished.     *
      * ---------------------------------------------------------------*
       9000-TERMINATE.
           Close CLOSE-REPORT
           Display "Period         : " WS-Close-Period
           Display "Completion code: " WS-Completion-Code
           Perform 1100-WRITE-AUDIT-ENTRY
               Thru 1100-WRITE-AUDIT-ENTRY-EXIT.
       9000-TERMINATE-EXIT.
           Exit.
