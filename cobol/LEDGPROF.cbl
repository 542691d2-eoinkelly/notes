      * ************************************************************** *
      *  LEDGPROF                                                       *
      *                                                                 *
      *  Ledger proof. The suite holds the same money three ways - the *
      *  ACCTBAL balance master BALPOST maintains, the TRANHIST        *
      *  cumulative history HISTPOST maintains, and the PERTOTS.CUR    *
      *  period totals SUMMRPT writes - and this step proves they      *
      *  agree:                                                        *
      *    - per account, the ACCTBAL closing balance (BAL-Forward     *
      *      plus BAL-Activity) equals the sum of its TRANHIST         *
      *      amounts;                                                  *
      *    - per account, this period's BAL-Activity equals its "A"    *
      *      level PERTOTS.CUR amount;                                 *
      *    - per division, the "D" level PERTOTS.CUR total foots to    *
      *      the sum of its "A" totals and to the sum of its accounts' *
      *      BAL-Activity.                                             *
      *  All three files are in division/account order, so the proof  *
      *  is one matched pass of the three; an account on any one of    *
      *  them is proved, with zero for the files it is missing from.   *
      *  Every account and division out of balance is listed on        *
      *  LEDGPROF.RPT with its figures and the difference.             *
      *                                                                 *
      *  Out of balance ends 4; a file that cannot be read, or a       *
      *  PERTOTS.CUR that is not this period's, ends 8. Run it as the  *
      *  JOBCHAIN step ahead of BALROLL, so a ledger that does not     *
      *  prove is never rolled into the next period's brought forward. *
      *                                                                 *
      *  Author.        Data Processing.                                *
      *  Installation.  Batch Suite.                                    *
      *  Date-Written.   15 Oct 2026.                                    *
      *                                                                 *
      *  Modification history                                           *
      *  2026-10-15  ek  Initial version.                                *
      * ************************************************************** *
       Identification Division.
       Program-ID. LEDGPROF.

      * ************************************************************** *
       Environment Division.
       Input-Output Section.
       File-Control.
           Select BALANCE-MASTER
               Assign to "ACCTBAL"
               Organization is Indexed
               Access Mode is Sequential
               Record Key is BAL-Key
               File Status is WS-Bal-File-Status.

           Select TRANSACTION-HISTORY
               Assign to "TRANHIST"
               Organization is Indexed
               Access Mode is Sequential
               Record Key is TH-Key
               File Status is WS-Hist-File-Status.

           Select PERIOD-TOTALS-FILE
               Assign to "PERTOTS.CUR"
               Organization is Line Sequential
               File Status is WS-Period-File-Status.

           Select CUTOFF-PARM-FILE
               Assign to "PERIODEND.PRM"
               Organization is Line Sequential
               File Status is WS-Parm-File-Status.

           Select PROOF-REPORT
               Assign to "LEDGPROF.RPT"
               Organization is Line Sequential
               File Status is WS-Report-File-Status.

      * ************************************************************** *
       Data Division.
       File Section.
       FD  BALANCE-MASTER
           Label Records are Standard.
       COPY BALREC.

       FD  TRANSACTION-HISTORY
           Label Records are Standard.
       COPY HISTREC.

       FD  PERIOD-TOTALS-FILE
           Label Records are Standard.
       COPY PERTOT Replacing Period-Total-Record By PERIOD-RECORD.

       FD  CUTOFF-PARM-FILE
           Label Records are Standard.
       01  CUTOFF-PARM-LINE.
           05  CUTOFF-PARM-YYYYMM      Pic 9(06).
           05  CUTOFF-PARM-DD          Pic 9(02).

       FD  PROOF-REPORT
           Label Records are Standard.
       01  REPORT-LINE                 Pic X(132).

       Working-Storage Section.
       01  WS-Bal-File-Status          Pic X(02).
           88  WS-Bal-File-OK               Value "00".
           88  WS-Bal-File-Eof              Value "10".

       01  WS-Hist-File-Status         Pic X(02).
           88  WS-Hist-File-OK              Value "00".
           88  WS-Hist-File-Eof             Value "10".

       01  WS-Period-File-Status       Pic X(02).
           88  WS-Period-File-OK            Value "00".
           88  WS-Period-File-Eof           Value "10".

       01  WS-Parm-File-Status         Pic X(02).
           88  WS-Parm-File-OK              Value "00".

       01  WS-Report-File-Status       Pic X(02).
           88  WS-Report-File-OK            Value "00".

       01  WS-Switches.
           05  WS-Bal-Eof-Sw           Pic X(01) Value "N".
               88  WS-Bal-At-Eof            Value "Y".
           05  WS-Hist-Eof-Sw          Pic X(01) Value "N".
               88  WS-Hist-At-Eof           Value "Y".
           05  WS-Period-Eof-Sw        Pic X(01) Value "N".
               88  WS-Period-At-Eof         Value "Y".
           05  WS-Period-Got-Sw        Pic X(01).
               88  WS-Period-Got-Account    Value "Y".
           05  WS-Div-Total-Held-Sw    Pic X(01) Value "N".
               88  WS-Div-Total-Held        Value "Y".
           05  WS-Any-Account-Sw       Pic X(01) Value "N".
               88  WS-Any-Account           Value "Y".

       01  WS-Run-Period               Pic 9(06).
       01  WS-Current-Date.
           05  WS-Current-YYYYMM       Pic 9(06).
           05  WS-Current-DD           Pic 9(02).

      *    The current key of each of the three files - High-Values
      *    once a file runs out - and the lowest of them, which is the
      *    account being proved.
       01  WS-Bal-Key.
           05  WS-Bal-Key-Division     Pic X(04).
           05  WS-Bal-Key-Account      Pic X(06).
       01  WS-Hist-Key.
           05  WS-Hist-Key-Division    Pic X(04).
           05  WS-Hist-Key-Account     Pic X(06).
       01  WS-Period-Key.
           05  WS-Period-Key-Division  Pic X(04).
           05  WS-Period-Key-Account   Pic X(06).
       01  WS-Period-Prev-Key          Pic X(10) Value Low-Values.
       01  WS-Low-Key.
           05  WS-Low-Division         Pic X(04).
           05  WS-Low-Account          Pic X(06).
       01  WS-Cur-Division             Pic X(04).

       01  WS-Hist-Sum                 Pic S9(11)V99 Value 0.
       01  WS-Period-Amount            Pic S9(11)V99 Value 0.

       01  WS-Div-Total-Division       Pic X(04).
       01  WS-Div-Total-Amount         Pic S9(11)V99 Value 0.

       01  WS-Account-Figures.
           05  WS-Acct-Closing         Pic S9(11)V99.
           05  WS-Acct-Activity        Pic S9(11)V99.
           05  WS-Acct-History         Pic S9(11)V99.
           05  WS-Acct-Period          Pic S9(11)V99.
           05  WS-Acct-Hist-Diff       Pic S9(11)V99.
           05  WS-Acct-Period-Diff     Pic S9(11)V99.

       01  WS-Division-Figures.
           05  WS-Div-Period-Sum       Pic S9(11)V99 Value 0.
           05  WS-Div-Activity-Sum     Pic S9(11)V99 Value 0.
           05  WS-Div-Total            Pic S9(11)V99.
           05  WS-Div-Period-Diff      Pic S9(11)V99.
           05  WS-Div-Activity-Diff    Pic S9(11)V99.

       01  WS-Grand-Figures.
           05  WS-Grand-Closing        Pic S9(11)V99 Value 0.
           05  WS-Grand-History        Pic S9(11)V99 Value 0.
           05  WS-Grand-Activity       Pic S9(11)V99 Value 0.
           05  WS-Grand-Period         Pic S9(11)V99 Value 0.

       01  WS-Counters.
           05  WS-Accounts-Proved      Pic 9(07) Value 0.
           05  WS-Accounts-Out         Pic 9(07) Value 0.
           05  WS-Divisions-Footed     Pic 9(07) Value 0.
           05  WS-Divisions-Out        Pic 9(07) Value 0.

       01  WS-Heading-Line.
           05  Filler                  Pic X(30) Value
               "LEDGPROF LEDGER PROOF".
           05  Filler                  Pic X(07) Value "PERIOD ".
           05  WS-Heading-Period       Pic 9(06).

       01  WS-Account-Column-Line.
           05  Filler                  Pic X(14) Value
               "DIV   ACCOUNT".
           05  Filler                  Pic X(19) Value
               "   ACCTBAL CLOSING".
           05  Filler                  Pic X(19) Value
               "    TRANHIST TOTAL".
           05  Filler                  Pic X(20) Value
               "        DIFFERENCE".
           05  Filler                  Pic X(19) Value
               "      BAL-ACTIVITY".
           05  Filler                  Pic X(19) Value
               "   PERTOTS ACCOUNT".
           05  Filler                  Pic X(19) Value
               "        DIFFERENCE".

       01  WS-Account-Line.
           05  WS-Line-Division        Pic X(04).
           05  Filler                  Pic X(02) Value Spaces.
           05  WS-Line-Account         Pic X(06).
           05  Filler                  Pic X(02) Value Spaces.
           05  WS-Line-Closing         Pic ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  Filler                  Pic X(01) Value Space.
           05  WS-Line-History         Pic ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  Filler                  Pic X(01) Value Space.
           05  WS-Line-Hist-Diff       Pic ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  Filler                  Pic X(02) Value Spaces.
           05  WS-Line-Activity        Pic ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  Filler                  Pic X(01) Value Space.
           05  WS-Line-Period          Pic ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  Filler                  Pic X(01) Value Space.
           05  WS-Line-Period-Diff     Pic ZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-Division-Column-Line.
           05  Filler                  Pic X(14) Value "DIV".
           05  Filler                  Pic X(19) Value
               "  PERTOTS DIVISION".
           05  Filler                  Pic X(19) Value
               "  SUM OF ACCOUNTS".
           05  Filler                  Pic X(20) Value
               "        DIFFERENCE".
           05  Filler                  Pic X(19) Value
               "  SUM BAL-ACTIVITY".
           05  Filler                  Pic X(19) Value
               "        DIFFERENCE".

       01  WS-Division-Line.
           05  WS-Div-Line-Division    Pic X(04).
           05  Filler                  Pic X(10) Value Spaces.
           05  WS-Div-Line-Total       Pic ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  Filler                  Pic X(01) Value Space.
           05  WS-Div-Line-Period      Pic ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  Filler                  Pic X(01) Value Space.
           05  WS-Div-Line-Period-Diff Pic ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  Filler                  Pic X(02) Value Spaces.
           05  WS-Div-Line-Activity    Pic ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  Filler                  Pic X(01) Value Space.
           05  WS-Div-Line-Act-Diff    Pic ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  Filler                  Pic X(02) Value Spaces.
           05  WS-Div-Line-Note        Pic X(20).

       01  WS-Total-Line.
           05  WS-Total-Description    Pic X(40).
           05  WS-Total-Amount         Pic ZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-Count-Line.
           05  WS-Count-Description    Pic X(40).
           05  WS-Count-Value          Pic Z(06)9.

       01  WS-Caller-Name              Pic X(50).
       01  WS-Pid                      Pic 9(05).
       01  WS-Completion-Code          Pic S9(04) Value 0.
       COPY AUDITREC Replacing Audit-Log-Entry By WS-Audit-Parms.

      * ************************************************************** *
       Procedure Division.

      * ---------------------------------------------------------------*
      *  0000-MAINLINE : prove one account at a time, lowest key of    *
      *  the three files first, until all three have run out.          *
      * ---------------------------------------------------------------*
       0000-MAINLINE.
           Perform 1000-INITIALIZE Thru 1000-INITIALIZE-EXIT
           Perform 2000-PROVE-ACCOUNT Thru 2000-PROVE-ACCOUNT-EXIT
               Until WS-Low-Key = High-Values
           Perform 8000-FINAL-DIVISION Thru 8000-FINAL-DIVISION-EXIT
           Perform 9000-TERMINATE Thru 9000-TERMINATE-EXIT
           Move WS-Completion-Code To Return-Code
           GoBack.

      * ---------------------------------------------------------------*
      *  1000-INITIALIZE : work out the period, open the three files   *
      *  and the report, and prime each file's first key. All three    *
      *  are needed - a proof that cannot see one of them proves      *
      *  nothing - and PERTOTS.CUR must carry this period's totals.   *
      * ---------------------------------------------------------------*
       1000-INITIALIZE.
           Move High-Values To WS-Low-Key
           Perform 1050-SET-RUN-PERIOD Thru 1050-SET-RUN-PERIOD-EXIT
           Open Output PROOF-REPORT
           Move WS-Run-Period To WS-Heading-Period
           Move WS-Heading-Line To REPORT-LINE
           Write REPORT-LINE
           Move All "-" To REPORT-LINE
           Write REPORT-LINE
           Open Input BALANCE-MASTER
           Open Input TRANSACTION-HISTORY
           Open Input PERIOD-TOTALS-FILE
           If Not WS-Bal-File-OK
               Display "LEDGPROF: balance master open failed "
                   WS-Bal-File-Status
               Move "ACCTBAL NOT AVAILABLE - LEDGER NOT PROVABLE"
                   To REPORT-LINE
               Write REPORT-LINE
               Move 8 To WS-Completion-Code
           End-If
           If Not WS-Hist-File-OK
               Display "LEDGPROF: transaction history open failed "
                   WS-Hist-File-Status
               Move "TRANHIST NOT AVAILABLE - LEDGER NOT PROVABLE"
                   To REPORT-LINE
               Write REPORT-LINE
               Move 8 To WS-Completion-Code
           End-If
           If Not WS-Period-File-OK
               Display "LEDGPROF: period totals open failed "
                   WS-Period-File-Status
               Move "PERTOTS.CUR NOT AVAILABLE - LEDGER NOT PROVABLE"
                   To REPORT-LINE
               Write REPORT-LINE
               Move 8 To WS-Completion-Code
           End-If
           If WS-Completion-Code Not = 0
               Go To 1000-INITIALIZE-EXIT
           End-If
           Perform 2100-READ-BALANCE Thru 2100-READ-BALANCE-EXIT
           Perform 2250-READ-HISTORY Thru 2250-READ-HISTORY-EXIT
           Perform 2200-NEXT-HIST-ACCOUNT
               Thru 2200-NEXT-HIST-ACCOUNT-EXIT
           Perform 2300-NEXT-PERIOD-ACCOUNT
               Thru 2300-NEXT-PERIOD-ACCOUNT-EXIT
           If WS-Period-Got-Account
               And PT-Period Of PERIOD-RECORD Not = WS-Run-Period
               Display "LEDGPROF: PERTOTS.CUR is for period "
                   PT-Period Of PERIOD-RECORD ", not " WS-Run-Period
                   " - run SUMMRPT for this period first"
               Move "PERTOTS.CUR IS NOT THIS PERIOD'S - NOT PROVED"
                   To REPORT-LINE
               Write REPORT-LINE
               Move 8 To WS-Completion-Code
               Go To 1000-INITIALIZE-EXIT
           End-If
           Perform 2050-SET-LOW-KEY Thru 2050-SET-LOW-KEY-EXIT
           Move WS-Low-Division To WS-Cur-Division
           Move Spaces To REPORT-LINE
           Write REPORT-LINE
           Move WS-Account-Column-Line To REPORT-LINE
           Write REPORT-LINE.
       1000-INITIALIZE-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  1050-SET-RUN-PERIOD : which period (YYYYMM) is being proved - *
      *  the PERIODEND.PRM cutoff's year and month, or today's when    *
      *  no cutoff is on file - worked out the way SUMMRPT stamps      *
      *  PT-Period.                                                    *
      * ---------------------------------------------------------------*
       1050-SET-RUN-PERIOD.
           Accept WS-Current-Date From Date YYYYMMDD
           Move WS-Current-YYYYMM To WS-Run-Period
           Open Input CUTOFF-PARM-FILE
           If Not WS-Parm-File-OK
               Go To 1050-SET-RUN-PERIOD-EXIT
           End-If
           Read CUTOFF-PARM-FILE
               At End
                   Continue
               Not At End
                   If CUTOFF-PARM-LINE Numeric
                       Move CUTOFF-PARM-YYYYMM To WS-Run-Period
                   End-If
           End-Read
           Close CUTOFF-PARM-FILE.
       1050-SET-RUN-PERIOD-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  1100-WRITE-AUDIT-ENTRY : record this run on the shared audit  *
      *  trail via the AUDITLOG subprogram, called from 9000-TERMINATE *
      *  so Audit-Return-Code reflects whether the ledger proved.      *
      * ---------------------------------------------------------------*
       1100-WRITE-AUDIT-ENTRY.
           Call "C$CALLEDBY" Using WS-Caller-Name
           Call "C$GETPID"
           Move Return-Code To WS-Pid
           Move "LEDGPROF" To Audit-Program-Name Of WS-Audit-Parms
           Move WS-Caller-Name To Audit-Caller-Name Of WS-Audit-Parms
           Move WS-Pid To Audit-Pid Of WS-Audit-Parms
           Move WS-Completion-Code
               To Audit-Return-Code Of WS-Audit-Parms
           Call "AUDITLOG" Using WS-Audit-Parms.
       1100-WRITE-AUDIT-ENTRY-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  2000-PROVE-ACCOUNT : the account at the lowest key - its      *
      *  figures taken from whichever files carry it (zero from the    *
      *  rest), each of those files moved on, the two proofs made,     *
      *  and the account listed if either fails. A change of division  *
      *  foots the division just finished first.                       *
      * ---------------------------------------------------------------*
       2000-PROVE-ACCOUNT.
           If WS-Low-Division Not = WS-Cur-Division
               Perform 7000-DIVISION-BREAK
                   Thru 7000-DIVISION-BREAK-EXIT
               Move WS-Low-Division To WS-Cur-Division
           End-If
           Move "Y" To WS-Any-Account-Sw
           Move 0 To WS-Acct-Closing
           Move 0 To WS-Acct-Activity
           Move 0 To WS-Acct-History
           Move 0 To WS-Acct-Period
           If WS-Bal-Key = WS-Low-Key
               Add BAL-Forward BAL-Activity To WS-Acct-Closing
               Move BAL-Activity To WS-Acct-Activity
               Perform 2100-READ-BALANCE Thru 2100-READ-BALANCE-EXIT
           End-If
           If WS-Hist-Key = WS-Low-Key
               Move WS-Hist-Sum To WS-Acct-History
               Perform 2200-NEXT-HIST-ACCOUNT
                   Thru 2200-NEXT-HIST-ACCOUNT-EXIT
           End-If
           If WS-Period-Key = WS-Low-Key
               Move WS-Period-Amount To WS-Acct-Period
               Perform 2300-NEXT-PERIOD-ACCOUNT
                   Thru 2300-NEXT-PERIOD-ACCOUNT-EXIT
           End-If
           Add WS-Acct-Closing To WS-Grand-Closing
           Add WS-Acct-History To WS-Grand-History
           Add WS-Acct-Activity To WS-Grand-Activity
           Add WS-Acct-Period To WS-Grand-Period
           Add WS-Acct-Activity To WS-Div-Activity-Sum
           Add WS-Acct-Period To WS-Div-Period-Sum
           Compute WS-Acct-Hist-Diff =
               WS-Acct-Closing - WS-Acct-History
           Compute WS-Acct-Period-Diff =
               WS-Acct-Activity - WS-Acct-Period
           If WS-Acct-Hist-Diff = 0 And WS-Acct-Period-Diff = 0
               Add 1 To WS-Accounts-Proved
           Else
               Add 1 To WS-Accounts-Out
               Perform 6000-WRITE-ACCOUNT-LINE
                   Thru 6000-WRITE-ACCOUNT-LINE-EXIT
           End-If
           Perform 2050-SET-LOW-KEY Thru 2050-SET-LOW-KEY-EXIT.
       2000-PROVE-ACCOUNT-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  2050-SET-LOW-KEY : the lowest of the three current keys is    *
      *  the next account to prove; High-Values when all have run out. *
      * ---------------------------------------------------------------*
       2050-SET-LOW-KEY.
           Move WS-Bal-Key To WS-Low-Key
           If WS-Hist-Key < WS-Low-Key
               Move WS-Hist-Key To WS-Low-Key
           End-If
           If WS-Period-Key < WS-Low-Key
               Move WS-Period-Key To WS-Low-Key
           End-If.
       2050-SET-LOW-KEY-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  2100-READ-BALANCE : next balance record in key order, or      *
      *  High-Values as its key at EOF.                               *
      * ---------------------------------------------------------------*
       2100-READ-BALANCE.
           Read BALANCE-MASTER Next Record
               At End
                   Move "Y" To WS-Bal-Eof-Sw
                   Move High-Values To WS-Bal-Key
               Not At End
                   Move BAL-Key To WS-Bal-Key
           End-Read.
       2100-READ-BALANCE-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  2200-NEXT-HIST-ACCOUNT : total up the next account's history. *
      *  The history record in hand is that account's first; its       *
      *  records are summed until the key moves to another account.    *
      * ---------------------------------------------------------------*
       2200-NEXT-HIST-ACCOUNT.
           Move 0 To WS-Hist-Sum
           If WS-Hist-At-Eof
               Move High-Values To WS-Hist-Key
               Go To 2200-NEXT-HIST-ACCOUNT-EXIT
           End-If
           Move TH-Division To WS-Hist-Key-Division
           Move TH-Account To WS-Hist-Key-Account
           Perform 2210-ADD-HISTORY Thru 2210-ADD-HISTORY-EXIT
               Until WS-Hist-At-Eof
                   Or TH-Division Not = WS-Hist-Key-Division
                   Or TH-Account Not = WS-Hist-Key-Account.
       2200-NEXT-HIST-ACCOUNT-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  2210-ADD-HISTORY : one history record into the account's      *
      *  total, then the next record.                                  *
      * ---------------------------------------------------------------*
       2210-ADD-HISTORY.
           Add TH-Amount To WS-Hist-Sum
           Perform 2250-READ-HISTORY Thru 2250-READ-HISTORY-EXIT.
       2210-ADD-HISTORY-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  2250-READ-HISTORY : next history record in key order, or EOF. *
      * ---------------------------------------------------------------*
       2250-READ-HISTORY.
           Read TRANSACTION-HISTORY Next Record
               At End
                   Move "Y" To WS-Hist-Eof-Sw
           End-Read.
       2250-READ-HISTORY-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  2300-NEXT-PERIOD-ACCOUNT : read on to the next "A" level      *
      *  period total. A "D" level total met on the way is held for    *
      *  its division's footing.                                       *
      * ---------------------------------------------------------------*
       2300-NEXT-PERIOD-ACCOUNT.
           Move "N" To WS-Period-Got-Sw
           Move 0 To WS-Period-Amount
           Perform 2350-READ-PERIOD-TOTAL
               Thru 2350-READ-PERIOD-TOTAL-EXIT
               Until WS-Period-Got-Account Or WS-Period-At-Eof
           If WS-Period-At-Eof
               Move High-Values To WS-Period-Key
           End-If.
       2300-NEXT-PERIOD-ACCOUNT-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  2350-READ-PERIOD-TOTAL : one period-totals record. SUMMRPT    *
      *  writes them in division/account order; one out of order      *
      *  would throw the matched pass, so it stops the proof (8).      *
      * ---------------------------------------------------------------*
       2350-READ-PERIOD-TOTAL.
           Read PERIOD-TOTALS-FILE
               At End
                   Move "Y" To WS-Period-Eof-Sw
                   Go To 2350-READ-PERIOD-TOTAL-EXIT
           End-Read
           Evaluate True
               When PT-Division-Level Of PERIOD-RECORD
                   Move PT-Division Of PERIOD-RECORD
                       To WS-Div-Total-Division
                   Move PT-Amount Of PERIOD-RECORD
                       To WS-Div-Total-Amount
                   Move "Y" To WS-Div-Total-Held-Sw
               When PT-Account-Level Of PERIOD-RECORD
                   Move PT-Division Of PERIOD-RECORD
                       To WS-Period-Key-Division
                   Move PT-Account Of PERIOD-RECORD
                       To WS-Period-Key-Account
                   Move PT-Amount Of PERIOD-RECORD
                       To WS-Period-Amount
                   Move "Y" To WS-Period-Got-Sw
               When Other
                   Display "LEDGPROF: period total level '"
                       PT-Level Of PERIOD-RECORD "' ignored"
           End-Evaluate
           If WS-Period-Got-Account
               If WS-Period-Key Not > WS-Period-Prev-Key
                   Display "LEDGPROF: PERTOTS.CUR out of sequence at "
                       WS-Period-Key-Division "/"
                       WS-Period-Key-Account " - proof stopped"
                   Move "PERTOTS.CUR OUT OF SEQUENCE - NOT PROVED"
                       To REPORT-LINE
                   Write REPORT-LINE
                   Move 8 To WS-Completion-Code
                   Move "Y" To WS-Period-Eof-Sw
                   Move "Y" To WS-Bal-Eof-Sw
                   Move "Y" To WS-Hist-Eof-Sw
                   Move High-Values To WS-Bal-Key
                   Move High-Values To WS-Hist-Key
                   Move "N" To WS-Period-Got-Sw
               Else
                   Move WS-Period-Key To WS-Period-Prev-Key
               End-If
           End-If.
       2350-READ-PERIOD-TOTAL-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  6000-WRITE-ACCOUNT-LINE : an out-of-balance account with its  *
      *  figures and both differences.                                 *
      * ---------------------------------------------------------------*
       6000-WRITE-ACCOUNT-LINE.
           Move WS-Low-Division To WS-Line-Division
           Move WS-Low-Account To WS-Line-Account
           Move WS-Acct-Closing To WS-Line-Closing
           Move WS-Acct-History To WS-Line-History
           Move WS-Acct-Hist-Diff To WS-Line-Hist-Diff
           Move WS-Acct-Activity To WS-Line-Activity
           Move WS-Acct-Period To WS-Line-Period
           Move WS-Acct-Period-Diff To WS-Line-Period-Diff
           Move WS-Account-Line To REPORT-LINE
           Write REPORT-LINE.
       6000-WRITE-ACCOUNT-LINE-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  7000-DIVISION-BREAK : foot the division just finished - its   *
      *  "D" level total against the sum of its "A" totals and the sum *
      *  of its accounts' BAL-Activity. A division with activity but   *
      *  no "D" total is footed against zero and says so.              *
      * ---------------------------------------------------------------*
       7000-DIVISION-BREAK.
           Add 1 To WS-Divisions-Footed
           Move Spaces To WS-Div-Line-Note
           Move 0 To WS-Div-Total
           If WS-Div-Total-Held
               And WS-Div-Total-Division = WS-Cur-Division
               Move WS-Div-Total-Amount To WS-Div-Total
               Move "N" To WS-Div-Total-Held-Sw
           Else
               Move "NO DIVISION TOTAL" To WS-Div-Line-Note
           End-If
           Compute WS-Div-Period-Diff =
               WS-Div-Total - WS-Div-Period-Sum
           Compute WS-Div-Activity-Diff =
               WS-Div-Total - WS-Div-Activity-Sum
           If WS-Div-Period-Diff Not = 0
               Or WS-Div-Activity-Diff Not = 0
               Add 1 To WS-Divisions-Out
               Perform 7100-WRITE-DIVISION-LINE
                   Thru 7100-WRITE-DIVISION-LINE-EXIT
           End-If
           Move 0 To WS-Div-Period-Sum
           Move 0 To WS-Div-Activity-Sum.
       7000-DIVISION-BREAK-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  7100-WRITE-DIVISION-LINE : a division that does not foot. The *
      *  first one listed brings its own column headings.              *
      * ---------------------------------------------------------------*
       7100-WRITE-DIVISION-LINE.
           If WS-Divisions-Out = 1
               Move Spaces To REPORT-LINE
               Write REPORT-LINE
               Move WS-Division-Column-Line To REPORT-LINE
               Write REPORT-LINE
           End-If
           Move WS-Cur-Division To WS-Div-Line-Division
           Move WS-Div-Total To WS-Div-Line-Total
           Move WS-Div-Period-Sum To WS-Div-Line-Period
           Move WS-Div-Period-Diff To WS-Div-Line-Period-Diff
           Move WS-Div-Activity-Sum To WS-Div-Line-Activity
           Move WS-Div-Activity-Diff To WS-Div-Line-Act-Diff
           Move WS-Division-Line To REPORT-LINE
           Write REPORT-LINE.
       7100-WRITE-DIVISION-LINE-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  8000-FINAL-DIVISION : foot the last division, if any account  *
      *  was proved at all.                                            *
      * ---------------------------------------------------------------*
       8000-FINAL-DIVISION.
           If WS-Any-Account
               Perform 7000-DIVISION-BREAK
                   Thru 7000-DIVISION-BREAK-EXIT
           End-If.
       8000-FINAL-DIVISION-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  9000-TERMINATE : the run's totals and counts, close down, and *
      *  log how the proof finished - 4 whenever anything is out of    *
      *  balance, 8 when it could not be proved at all.                *
      * ---------------------------------------------------------------*
       9000-TERMINATE.
           Move Spaces To REPORT-LINE
           Write REPORT-LINE
           Move All "-" To REPORT-LINE
           Write REPORT-LINE
           Move "ACCTBAL CLOSING BALANCES" To WS-Total-Description
           Move WS-Grand-Closing To WS-Total-Amount
           Move WS-Total-Line To REPORT-LINE
           Write REPORT-LINE
           Move "TRANHIST AMOUNTS" To WS-Total-Description
           Move WS-Grand-History To WS-Total-Amount
           Move WS-Total-Line To REPORT-LINE
           Write REPORT-LINE
           Move "BAL-ACTIVITY THIS PERIOD" To WS-Total-Description
           Move WS-Grand-Activity To WS-Total-Amount
           Move WS-Total-Line To REPORT-LINE
           Write REPORT-LINE
           Move "PERTOTS.CUR ACCOUNT TOTALS" To WS-Total-Description
           Move WS-Grand-Period To WS-Total-Amount
           Move WS-Total-Line To REPORT-LINE
           Write REPORT-LINE
           Move "ACCOUNTS IN BALANCE" To WS-Count-Description
           Move WS-Accounts-Proved To WS-Count-Value
           Move WS-Count-Line To REPORT-LINE
           Write REPORT-LINE
           Move "ACCOUNTS OUT OF BALANCE" To WS-Count-Description
           Move WS-Accounts-Out To WS-Count-Value
           Move WS-Count-Line To REPORT-LINE
           Write REPORT-LINE
           Move "DIVISIONS FOOTED" To WS-Count-Description
           Move WS-Divisions-Footed To WS-Count-Value
           Move WS-Count-Line To REPORT-LINE
           Write REPORT-LINE
           Move "DIVISIONS NOT FOOTING" To WS-Count-Description
           Move WS-Divisions-Out To WS-Count-Value
           Move WS-Count-Line To REPORT-LINE
           Write REPORT-LINE
           If WS-Accounts-Out > 0 Or WS-Divisions-Out > 0
               If WS-Completion-Code = 0
                   Move 4 To WS-Completion-Code
               End-If
           End-If
           Evaluate WS-Completion-Code
               When 0
                   Move "LEDGER PROVED - ACCOUNTS AND DIVISIONS AGREE"
                       To REPORT-LINE
               When 4
                   Move "LEDGER OUT OF BALANCE - DO NOT ROLL THE PERIOD"
                       To REPORT-LINE
               When Other
                   Move "LEDGER NOT PROVED - DO NOT ROLL THE PERIOD"
                       To REPORT-LINE
           End-Evaluate
           Write REPORT-LINE
           If WS-Bal-File-OK Or WS-Bal-File-Eof
               Close BALANCE-MASTER
           End-If
           If WS-Hist-File-OK Or WS-Hist-File-Eof
               Close TRANSACTION-HISTORY
           End-If
           If WS-Period-File-OK Or WS-Period-File-Eof
               Close PERIOD-TOTALS-FILE
           End-If
           Close PROOF-REPORT
           Display "Accounts in balance : " WS-Accounts-Proved
           Display "Accounts out        : " WS-Accounts-Out
           Display "Divisions footed    : " WS-Divisions-Footed
           Display "Divisions out       : " WS-Divisions-Out
           Perform 1100-WRITE-AUDIT-ENTRY
               Thru 1100-WRITE-AUDIT-ENTRY-EXIT.
       9000-TERMINATE-EXIT.
           Exit.
