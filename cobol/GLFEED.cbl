      * ************************************************************** *
      *  GLFEED                                                         *
      *                                                                 *
      *  General ledger interface. Reads the "A" (account) level       *
      *  period totals SUMMRPT left on PERTOTS.CUR, maps each          *
      *  division/account to its GL account code and cost centre      *
      *  through the GLMAP mapping file (copybooks/GLMAPREC.cpy,       *
      *  maintained at GLMAPMNT) and writes the fixed-format GLJRNL    *
      *  journal (copybooks/GLJREC.cpy) for the GL to load:            *
      *    - a header carrying the PT-Period journalled;               *
      *    - one line per non-zero account total - a positive total    *
      *      (money into the accounts) credits the mapped GL account,  *
      *      a negative one debits it;                                 *
      *    - one line per division to its control account for the     *
      *      division's net, on the opposite side, so debits equal     *
      *      credits division by division;                             *
      *    - a trailer with the line count, the debit and credit       *
      *      totals and a hash total of the GL account codes.          *
      *  The totals are mapped in a first pass; a division/account or  *
      *  a division control with no mapping, or a file carrying more   *
      *  than one period, is listed on GLFEED.RPT and no journal is    *
      *  written at all, so the GL never receives a partial or         *
      *  unbalanced journal. The run's totals go to CTLTOTS for        *
      *  RUNRECON to prove the feed against SUMMRPT - run it after     *
      *  SUMMRPT and before RUNRECON in the month-end chain.           *
      *                                                                 *
      *  Ends 8 when no journal could be produced, 4 when there was    *
      *  nothing on PERTOTS.CUR to journal.                            *
      *                                                                 *
      *  Author.        Data Processing.                                *
      *  Installation.  Batch Suite.                                    *
      *  Date-Written.   15 Oct 2026.                                    *
      *                                                                 *
      *  Modification history                                           *
      *  2026-10-15  ek  Initial version.                                *
      * ************************************************************** *
       Identification Division.
       Program-ID. GLFEED.

      * ************************************************************** *
       Environment Division.
       Input-Output Section.
       File-Control.
           Select PERIOD-TOTALS-FILE
               Assign to "PERTOTS.CUR"
               Organization is Line Sequential
               File Status is WS-Period-File-Status.

           Select GL-MAP-FILE
               Assign to "GLMAP"
               Organization is Indexed
               Access Mode is Random
               Record Key is GM-Key
               File Status is WS-Map-File-Status.

           Select GL-JOURNAL-FILE
               Assign to "GLJRNL"
               Organization is Line Sequential
               File Status is WS-Journal-File-Status.

           Select CONTROL-TOTALS-FILE
               Assign to "CTLTOTS"
               Organization is Line Sequential
               File Status is WS-Control-File-Status.

           Select FEED-REPORT
               Assign to "GLFEED.RPT"
               Organization is Line Sequential
               File Status is WS-Report-File-Status.

      * ************************************************************** *
       Data Division.
       File Section.
       FD  PERIOD-TOTALS-FILE
           Label Records are Standard.
       COPY PERTOT Replacing Period-Total-Record By PERIOD-RECORD.

       FD  GL-MAP-FILE
           Label Records are Standard.
       COPY GLMAPREC.

       FD  GL-JOURNAL-FILE
           Label Records are Standard.
       COPY GLJREC.

       FD  CONTROL-TOTALS-FILE
           Label Records are Standard.
       COPY CTLREC Replacing Control-Total-Record By CONTROL-RECORD.

       FD  FEED-REPORT
           Label Records are Standard.
       01  REPORT-LINE                 Pic X(90).

       Working-Storage Section.
       01  WS-Period-File-Status       Pic X(02).
           88  WS-Period-File-OK            Value "00".
           88  WS-Period-File-Eof           Value "10".

       01  WS-Map-File-Status          Pic X(02).
           88  WS-Map-File-OK               Value "00".

       01  WS-Journal-File-Status      Pic X(02).
           88  WS-Journal-File-OK           Value "00".

       01  WS-Control-File-Status      Pic X(02).
           88  WS-Control-File-OK           Value "00".

       01  WS-Report-File-Status       Pic X(02).
           88  WS-Report-File-OK            Value "00".

       01  WS-Switches.
           05  WS-Period-Eof-Sw        Pic X(01) Value "N".
               88  WS-Period-At-Eof         Value "Y".
           05  WS-Period-Open-Sw       Pic X(01) Value "N".
               88  WS-Period-Open           Value "Y".
           05  WS-Map-Open-Sw          Pic X(01) Value "N".
               88  WS-Map-Open              Value "Y".
           05  WS-Period-Set-Sw        Pic X(01) Value "N".
               88  WS-Period-Set            Value "Y".
           05  WS-Any-Account-Sw       Pic X(01) Value "N".
               88  WS-Any-Account           Value "Y".
           05  WS-Journal-Made-Sw      Pic X(01) Value "N".
               88  WS-Journal-Made          Value "Y".
           05  WS-Got-Account-Sw       Pic X(01).
               88  WS-Got-Account           Value "Y".

       01  WS-Run-Date                 Pic 9(08).
       01  WS-Run-Time                 Pic 9(08).
       01  WS-Journal-Period           Pic 9(06) Value 0.
       01  WS-Cur-Division             Pic X(04).
       01  WS-Div-Net                  Pic S9(11)V99 Value 0.

       01  WS-Line-Fields.
           05  WS-Line-GL-Account      Pic 9(10).
           05  WS-Line-Cost-Centre     Pic X(06).
           05  WS-Line-Division        Pic X(04).
           05  WS-Line-Account         Pic X(06).
           05  WS-Line-Amount          Pic S9(11)V99.

       01  WS-Counters.
           05  WS-Account-Count        Pic 9(07) Value 0.
           05  WS-Passed-Count         Pic 9(07) Value 0.
           05  WS-Unmapped-Count       Pic 9(07) Value 0.
           05  WS-Control-Missing      Pic 9(07) Value 0.
           05  WS-Period-Errors        Pic 9(07) Value 0.
           05  WS-Line-Count           Pic 9(07) Value 0.

       01  WS-Amounts.
           05  WS-Amount-In            Pic S9(11)V99 Value 0.
           05  WS-Amount-Unmapped      Pic S9(11)V99 Value 0.
           05  WS-Amount-Journalled    Pic S9(11)V99 Value 0.
           05  WS-Debit-Total          Pic 9(13)V99 Value 0.
           05  WS-Credit-Total         Pic 9(13)V99 Value 0.
           05  WS-Account-Hash         Pic 9(15) Value 0.

       01  WS-Exception-Line.
           05  WS-Exc-Division         Pic X(04).
           05  WS-Exc-Slash            Pic X(01).
           05  WS-Exc-Account          Pic X(06).
           05  Filler                  Pic X(02) Value Spaces.
           05  WS-Exc-Reason           Pic X(40).
           05  WS-Exc-Amount           Pic ZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-Total-Line.
           05  WS-Total-Description    Pic X(40).
           05  WS-Total-Amount         Pic ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-Count-Line.
           05  WS-Count-Description    Pic X(40).
           05  WS-Count-Value          Pic Z(14)9.

       01  WS-Caller-Name              Pic X(50).
       01  WS-Pid                      Pic 9(05).
       01  WS-Completion-Code          Pic S9(04) Value 0.
       COPY AUDITREC Replacing Audit-Log-Entry By WS-Audit-Parms.

      * ************************************************************** *
       Procedure Division.

      * ---------------------------------------------------------------*
      *  0000-MAINLINE : map every account total first; only when all  *
      *  of them map is the journal written, in a second pass.         *
      * ---------------------------------------------------------------*
       0000-MAINLINE.
           Perform 1000-INITIALIZE Thru 1000-INITIALIZE-EXIT
           Perform 2000-CHECK-MAPPING Thru 2000-CHECK-MAPPING-EXIT
               Until WS-Period-At-Eof
           Perform 3000-PRODUCE-JOURNAL Thru 3000-PRODUCE-JOURNAL-EXIT
           Perform 9000-TERMINATE Thru 9000-TERMINATE-EXIT
           Move WS-Completion-Code To Return-Code
           GoBack.

      * ---------------------------------------------------------------*
      *  1000-INITIALIZE : open the report, the period totals and the  *
      *  mapping file, and prime the first account total.              *
      * ---------------------------------------------------------------*
       1000-INITIALIZE.
           Accept WS-Run-Date From Date YYYYMMDD
           Accept WS-Run-Time From Time
           Open Output FEED-REPORT
           Move "GLFEED GENERAL LEDGER INTERFACE" To REPORT-LINE
           Write REPORT-LINE
           Move All "-" To REPORT-LINE
           Write REPORT-LINE
           Move "Y" To WS-Period-Eof-Sw
           Open Input PERIOD-TOTALS-FILE
           If Not WS-Period-File-OK
               Display "GLFEED: period totals open failed "
                   WS-Period-File-Status
               Move "PERTOTS.CUR NOT AVAILABLE - NO JOURNAL PRODUCED"
                   To REPORT-LINE
               Write REPORT-LINE
               Move 8 To WS-Completion-Code
               Go To 1000-INITIALIZE-EXIT
           End-If
           Move "Y" To WS-Period-Open-Sw
           Open Input GL-MAP-FILE
           If Not WS-Map-File-OK
               Display "GLFEED: GL mapping file open failed "
                   WS-Map-File-Status
               Move "GLMAP NOT AVAILABLE - NO JOURNAL PRODUCED"
                   To REPORT-LINE
               Write REPORT-LINE
               Move 8 To WS-Completion-Code
               Go To 1000-INITIALIZE-EXIT
           End-If
           Move "Y" To WS-Map-Open-Sw
           Move "N" To WS-Period-Eof-Sw
           Perform 2100-READ-ACCOUNT-TOTAL
               Thru 2100-READ-ACCOUNT-TOTAL-EXIT.
       1000-INITIALIZE-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  1100-WRITE-AUDIT-ENTRY : record this run on the shared audit  *
      *  trail via the AUDITLOG subprogram, called from 9000-TERMINATE *
      *  so Audit-Return-Code reflects whether a journal was produced. *
      * ---------------------------------------------------------------*
       1100-WRITE-AUDIT-ENTRY.
           Call "C$CALLEDBY" Using WS-Caller-Name
           Call "C$GETPID"
           Move Return-Code To WS-Pid
           Move "GLFEED" To Audit-Program-Name Of WS-Audit-Parms
           Move WS-Caller-Name To Audit-Caller-Name Of WS-Audit-Parms
           Move WS-Pid To Audit-Pid Of WS-Audit-Parms
           Move WS-Completion-Code
               To Audit-Return-Code Of WS-Audit-Parms
           Call "AUDITLOG" Using WS-Audit-Parms.
       1100-WRITE-AUDIT-ENTRY-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  2000-CHECK-MAPPING : first pass, one account total. It must   *
      *  be for the same period as the rest and have a mapping, and    *
      *  the first total of each division checks the division has a    *
      *  control account. Everything that fails is listed.             *
      * ---------------------------------------------------------------*
       2000-CHECK-MAPPING.
           Add 1 To WS-Account-Count
           Add PT-Amount Of PERIOD-RECORD To WS-Amount-In
           If Not WS-Period-Set
               Move PT-Period Of PERIOD-RECORD To WS-Journal-Period
               Move "Y" To WS-Period-Set-Sw
           End-If
           If PT-Period Of PERIOD-RECORD Not = WS-Journal-Period
               Add 1 To WS-Period-Errors
               Move "PERIOD DIFFERS FROM THE FIRST TOTAL'S"
                   To WS-Exc-Reason
               Perform 2500-LIST-EXCEPTION
                   Thru 2500-LIST-EXCEPTION-EXIT
           End-If
           If Not WS-Any-Account
               Or PT-Division Of PERIOD-RECORD Not = WS-Cur-Division
               Move "Y" To WS-Any-Account-Sw
               Move PT-Division Of PERIOD-RECORD To WS-Cur-Division
               Move WS-Cur-Division To GM-Division
               Move Spaces To GM-Account
               Read GL-MAP-FILE
                   Invalid Key
                       Add 1 To WS-Control-Missing
                       Move Spaces To WS-Exception-Line
                       Move WS-Cur-Division To WS-Exc-Division
                       Move "NO GL MAPPING FOR DIVISION CONTROL"
                           To WS-Exc-Reason
                       Move WS-Exception-Line To REPORT-LINE
                       Write REPORT-LINE
               End-Read
           End-If
           Move PT-Division Of PERIOD-RECORD To GM-Division
           Move PT-Account Of PERIOD-RECORD To GM-Account
           Read GL-MAP-FILE
               Invalid Key
                   Add 1 To WS-Unmapped-Count
                   Add PT-Amount Of PERIOD-RECORD
                       To WS-Amount-Unmapped
                   Move "NO GL MAPPING" To WS-Exc-Reason
                   Perform 2500-LIST-EXCEPTION
                       Thru 2500-LIST-EXCEPTION-EXIT
           End-Read
           Perform 2100-READ-ACCOUNT-TOTAL
               Thru 2100-READ-ACCOUNT-TOTAL-EXIT.
       2000-CHECK-MAPPING-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  2100-READ-ACCOUNT-TOTAL : next "A" level total. The "D"       *
      *  division totals are passed over - each division's control    *
      *  line is built from the account totals journalled, so it      *
      *  always balances them.                                        *
      * ---------------------------------------------------------------*
       2100-READ-ACCOUNT-TOTAL.
           Move "N" To WS-Got-Account-Sw
           Perform 2150-READ-PERIOD-RECORD
               Thru 2150-READ-PERIOD-RECORD-EXIT
               Until WS-Got-Account Or WS-Period-At-Eof.
       2100-READ-ACCOUNT-TOTAL-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  2150-READ-PERIOD-RECORD : one period-totals record, or EOF.   *
      * ---------------------------------------------------------------*
       2150-READ-PERIOD-RECORD.
           Read PERIOD-TOTALS-FILE
               At End
                   Move "Y" To WS-Period-Eof-Sw
               Not At End
                   If PT-Account-Level Of PERIOD-RECORD
                       Move "Y" To WS-Got-Account-Sw
                   End-If
           End-Read.
       2150-READ-PERIOD-RECORD-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  2500-LIST-EXCEPTION : the account total in hand onto the      *
      *  report with the reason in WS-Exc-Reason.                      *
      * ---------------------------------------------------------------*
       2500-LIST-EXCEPTION.
           Move PT-Division Of PERIOD-RECORD To WS-Exc-Division
           Move "/" To WS-Exc-Slash
           Move PT-Account Of PERIOD-RECORD To WS-Exc-Account
           Move PT-Amount Of PERIOD-RECORD To WS-Exc-Amount
           Move WS-Exception-Line To REPORT-LINE
           Write REPORT-LINE.
       2500-LIST-EXCEPTION-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  3000-PRODUCE-JOURNAL : second pass - only when every total    *
      *  mapped - writing header, lines and trailer to GLJRNL. If a    *
      *  mapping has gone since the first pass, no trailer is written  *
      *  and GLJRNL is emptied, so a partial journal never reaches     *
      *  the GL.                                                       *
      * ---------------------------------------------------------------*
       3000-PRODUCE-JOURNAL.
           If WS-Completion-Code Not = 0
               Go To 3000-PRODUCE-JOURNAL-EXIT
           End-If
           If WS-Account-Count = 0
               Move "NO ACCOUNT TOTALS ON PERTOTS.CUR - NO JOURNAL"
                   To REPORT-LINE
               Write REPORT-LINE
               Move 4 To WS-Completion-Code
               Go To 3000-PRODUCE-JOURNAL-EXIT
           End-If
           If WS-Unmapped-Count > 0 Or WS-Control-Missing > 0
               Or WS-Period-Errors > 0
               Move Spaces To REPORT-LINE
               Write REPORT-LINE
               Move "JOURNAL NOT PRODUCED - MAP THE ENTRIES ABOVE"
                   To REPORT-LINE
               Write REPORT-LINE
               Move 8 To WS-Completion-Code
               Go To 3000-PRODUCE-JOURNAL-EXIT
           End-If
           Close PERIOD-TOTALS-FILE
           Open Input PERIOD-TOTALS-FILE
           If Not WS-Period-File-OK
               Display "GLFEED: period totals re-open failed "
                   WS-Period-File-Status
               Move "N" To WS-Period-Open-Sw
               Move "PERTOTS.CUR NOT RE-OPENED - NO JOURNAL PRODUCED"
                   To REPORT-LINE
               Write REPORT-LINE
               Move 8 To WS-Completion-Code
               Go To 3000-PRODUCE-JOURNAL-EXIT
           End-If
           Open Output GL-JOURNAL-FILE
           If Not WS-Journal-File-OK
               Display "GLFEED: GLJRNL open failed "
                   WS-Journal-File-Status
               Move 8 To WS-Completion-Code
               Go To 3000-PRODUCE-JOURNAL-EXIT
           End-If
           Move Spaces To GL-Journal-Record
           Move "H" To GJ-Record-Type
           Move "SUMMRPT" To GJ-H-Source
           Move WS-Journal-Period To GJ-H-Period
           Move WS-Run-Date To GJ-H-Created-Date
           Move WS-Run-Time To GJ-H-Created-Time
           Write GL-Journal-Record
           Move "N" To WS-Period-Eof-Sw
           Move "N" To WS-Any-Account-Sw
           Perform 2100-READ-ACCOUNT-TOTAL
               Thru 2100-READ-ACCOUNT-TOTAL-EXIT
           Perform 3100-JOURNAL-ACCOUNT Thru 3100-JOURNAL-ACCOUNT-EXIT
               Until WS-Period-At-Eof
           Perform 3300-WRITE-CONTROL-LINE
               Thru 3300-WRITE-CONTROL-LINE-EXIT
           If WS-Completion-Code Not = 0
               Close GL-JOURNAL-FILE
               Open Output GL-JOURNAL-FILE
               Close GL-JOURNAL-FILE
               Move Spaces To REPORT-LINE
               Write REPORT-LINE
               Move "JOURNAL NOT PRODUCED - GLMAP CHANGED DURING RUN"
                   To REPORT-LINE
               Write REPORT-LINE
               Go To 3000-PRODUCE-JOURNAL-EXIT
           End-If
           Move Spaces To GL-Journal-Record
           Move "T" To GJ-Record-Type
           Move WS-Line-Count To GJ-T-Line-Count
           Move WS-Debit-Total To GJ-T-Debit-Total
           Move WS-Credit-Total To GJ-T-Credit-Total
           Move WS-Account-Hash To GJ-T-Account-Hash
           Write GL-Journal-Record
           Close GL-JOURNAL-FILE
           Move "Y" To WS-Journal-Made-Sw.
       3000-PRODUCE-JOURNAL-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  3100-JOURNAL-ACCOUNT : one account total onto the journal. A  *
      *  change of division first closes off the last one with its    *
      *  control line.                                                 *
      * ---------------------------------------------------------------*
       3100-JOURNAL-ACCOUNT.
           If Not WS-Any-Account
               Or PT-Division Of PERIOD-RECORD Not = WS-Cur-Division
               Perform 3300-WRITE-CONTROL-LINE
                   Thru 3300-WRITE-CONTROL-LINE-EXIT
               Move "Y" To WS-Any-Account-Sw
               Move PT-Division Of PERIOD-RECORD To WS-Cur-Division
               Move 0 To WS-Div-Net
           End-If
           Add 1 To WS-Passed-Count
           Add PT-Amount Of PERIOD-RECORD To WS-Amount-Journalled
           Add PT-Amount Of PERIOD-RECORD To WS-Div-Net
           Perform 3150-JOURNAL-LINE Thru 3150-JOURNAL-LINE-EXIT
           Perform 2100-READ-ACCOUNT-TOTAL
               Thru 2100-READ-ACCOUNT-TOTAL-EXIT.
       3100-JOURNAL-ACCOUNT-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  3150-JOURNAL-LINE : the account total's line, to its mapped   *
      *  GL account. A zero total is journalled as no line at all.     *
      * ---------------------------------------------------------------*
       3150-JOURNAL-LINE.
           If PT-Amount Of PERIOD-RECORD = 0
               Go To 3150-JOURNAL-LINE-EXIT
           End-If
           Move PT-Division Of PERIOD-RECORD To GM-Division
           Move PT-Account Of PERIOD-RECORD To GM-Account
           Read GL-MAP-FILE
               Invalid Key
                   Display "GLFEED: mapping for " GM-Division "/"
                       GM-Account " gone since it was checked"
                   Move 8 To WS-Completion-Code
                   Go To 3150-JOURNAL-LINE-EXIT
           End-Read
           Move GM-GL-Account To WS-Line-GL-Account
           Move GM-Cost-Centre To WS-Line-Cost-Centre
           Move PT-Division Of PERIOD-RECORD To WS-Line-Division
           Move PT-Account Of PERIOD-RECORD To WS-Line-Account
           Move PT-Amount Of PERIOD-RECORD To WS-Line-Amount
           Perform 3200-WRITE-DETAIL Thru 3200-WRITE-DETAIL-EXIT.
       3150-JOURNAL-LINE-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  3200-WRITE-DETAIL : one journal line from WS-Line-Fields. A   *
      *  positive amount is a credit, a negative one a debit; the line *
      *  carries the amount unsigned and the side in GJ-D-Dr-Cr.       *
      * ---------------------------------------------------------------*
       3200-WRITE-DETAIL.
           Move Spaces To GL-Journal-Record
           Move "D" To GJ-Record-Type
           Move WS-Line-GL-Account To GJ-D-GL-Account
           Move WS-Line-Cost-Centre To GJ-D-Cost-Centre
           Move WS-Line-Division To GJ-D-Division
           Move WS-Line-Account To GJ-D-Account
           Move WS-Journal-Period To GJ-D-Period
           If WS-Line-Amount > 0
               Move "C" To GJ-D-Dr-Cr
               Move WS-Line-Amount To GJ-D-Amount
               Add WS-Line-Amount To WS-Credit-Total
           Else
               Move "D" To GJ-D-Dr-Cr
               Compute GJ-D-Amount = 0 - WS-Line-Amount
               Add GJ-D-Amount To WS-Debit-Total
           End-If
           Write GL-Journal-Record
           Add 1 To WS-Line-Count
           Add WS-Line-GL-Account To WS-Account-Hash.
       3200-WRITE-DETAIL-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  3300-WRITE-CONTROL-LINE : the division just journalled, net,  *
      *  to its control account on the opposite side. Nothing to do   *
      *  before the first division or when the division nets to zero. *
      * ---------------------------------------------------------------*
       3300-WRITE-CONTROL-LINE.
           If Not WS-Any-Account Or WS-Div-Net = 0
               Go To 3300-WRITE-CONTROL-LINE-EXIT
           End-If
           Move WS-Cur-Division To GM-Division
           Move Spaces To GM-Account
           Read GL-MAP-FILE
               Invalid Key
                   Display "GLFEED: control mapping for " GM-Division
                       " gone since it was checked"
                   Move 8 To WS-Completion-Code
                   Go To 3300-WRITE-CONTROL-LINE-EXIT
           End-Read
           Move GM-GL-Account To WS-Line-GL-Account
           Move GM-Cost-Centre To WS-Line-Cost-Centre
           Move WS-Cur-Division To WS-Line-Division
           Move Spaces To WS-Line-Account
           Compute WS-Line-Amount = 0 - WS-Div-Net
           Perform 3200-WRITE-DETAIL Thru 3200-WRITE-DETAIL-EXIT.
       3300-WRITE-CONTROL-LINE-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  9000-TERMINATE : the run's totals on the report and onto      *
      *  CTLTOTS, close down and log how the run finished.             *
      * ---------------------------------------------------------------*
       9000-TERMINATE.
           Move Spaces To REPORT-LINE
           Write REPORT-LINE
           Move "ACCOUNT TOTALS READ" To WS-Count-Description
           Move WS-Account-Count To WS-Count-Value
           Move WS-Count-Line To REPORT-LINE
           Write REPORT-LINE
           Move "ACCOUNT TOTALS WITH NO MAPPING" To WS-Count-Description
           Move WS-Unmapped-Count To WS-Count-Value
           Move WS-Count-Line To REPORT-LINE
           Write REPORT-LINE
           Move "DIVISIONS WITH NO CONTROL MAPPING"
               To WS-Count-Description
           Move WS-Control-Missing To WS-Count-Value
           Move WS-Count-Line To REPORT-LINE
           Write REPORT-LINE
           Move "AMOUNT IN" To WS-Total-Description
           Move WS-Amount-In To WS-Total-Amount
           Move WS-Total-Line To REPORT-LINE
           Write REPORT-LINE
           If WS-Journal-Made
               Move "JOURNAL LINES" To WS-Count-Description
               Move WS-Line-Count To WS-Count-Value
               Move WS-Count-Line To REPORT-LINE
               Write REPORT-LINE
               Move "AMOUNT JOURNALLED" To WS-Total-Description
               Move WS-Amount-Journalled To WS-Total-Amount
               Move WS-Total-Line To REPORT-LINE
               Write REPORT-LINE
               Move "DEBIT TOTAL" To WS-Total-Description
               Move WS-Debit-Total To WS-Total-Amount
               Move WS-Total-Line To REPORT-LINE
               Write REPORT-LINE
               Move "CREDIT TOTAL" To WS-Total-Description
               Move WS-Credit-Total To WS-Total-Amount
               Move WS-Total-Line To REPORT-LINE
               Write REPORT-LINE
               Move "GL ACCOUNT HASH TOTAL" To WS-Count-Description
               Move WS-Account-Hash To WS-Count-Value
               Move WS-Count-Line To REPORT-LINE
               Write REPORT-LINE
               Move "JOURNAL PRODUCED ON GLJRNL" To REPORT-LINE
               Write REPORT-LINE
           End-If
           If WS-Period-Open
               Close PERIOD-TOTALS-FILE
           End-If
           If WS-Map-Open
               Close GL-MAP-FILE
           End-If
           Close FEED-REPORT
           Perform 9500-WRITE-CONTROL-TOTALS
               Thru 9500-WRITE-CONTROL-TOTALS-EXIT
           Display "Account totals read : " WS-Account-Count
           Display "Not mapped          : " WS-Unmapped-Count
           Display "Journal lines       : " WS-Line-Count
           Perform 1100-WRITE-AUDIT-ENTRY
               Thru 1100-WRITE-AUDIT-ENTRY-EXIT.
       9000-TERMINATE-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  9500-WRITE-CONTROL-TOTALS : what came in and what reached the *
      *  journal onto CTLTOTS for the RUNRECON cross-foot. When no     *
      *  journal was produced, everything that came in is counted as   *
      *  not journalled. Open Extend fails with file-not-found when    *
      *  this step runs outside the chain, so fall back to Open Output *
      *  to create the file.                                           *
      * ---------------------------------------------------------------*
       9500-WRITE-CONTROL-TOTALS.
           If Not WS-Journal-Made
               Move 0 To WS-Passed-Count
               Move 0 To WS-Amount-Journalled
           End-If
           Open Extend CONTROL-TOTALS-FILE
           If Not WS-Control-File-OK
               Open Output CONTROL-TOTALS-FILE
           End-If
           If Not WS-Control-File-OK
               Display "GLFEED: control totals open failed "
                   WS-Control-File-Status
               Move 8 To WS-Completion-Code
               Go To 9500-WRITE-CONTROL-TOTALS-EXIT
           End-If
           Move "GLFEED" To CTL-Program Of CONTROL-RECORD
           Move WS-Account-Count To CTL-In-Count Of CONTROL-RECORD
           Move WS-Passed-Count To CTL-Passed-Count Of CONTROL-RECORD
           Compute CTL-Rejected-Count Of CONTROL-RECORD =
               WS-Account-Count - WS-Passed-Count
           Move 0 To CTL-Held-Count Of CONTROL-RECORD
           Move WS-Amount-In To CTL-Amount-In Of CONTROL-RECORD
           Move WS-Amount-Journalled
               To CTL-Amount-Passed Of CONTROL-RECORD
           Compute CTL-Amount-Rejected Of CONTROL-RECORD =
               WS-Amount-In - WS-Amount-Journalled
           Move 0 To CTL-Amount-Held Of CONTROL-RECORD
           Write CONTROL-RECORD
           Close CONTROL-TOTALS-FILE.
       9500-WRITE-CONTROL-TOTALS-EXIT.
           Exit.
