      * ************************************************************** *
      *  ACCRUAL                                                        *
      *                                                                 *
      *  Period-end interest and service-charge accrual. Reads every   *
      *  ACCTBAL closing balance (BAL-Forward plus BAL-Activity; a     *
      *  credit balance is positive) and applies its division's terms  *
      *  from the RATETAB rate table (copybooks/RATEREC.cpy,           *
      *  maintained at RATEMAINT):                                     *
      *    - interest at the division rate on the part of the balance  *
      *      above the interest tier, cut back to the cap;             *
      *    - a flat service charge when the balance is below the       *
      *      division minimum.                                         *
      *  Each charge is written as an ordinary transaction, dated at   *
      *  the period end and referenced ACCRyyyymmdd, to TRANSIN - the  *
      *  accruals are the feed for one cycle of TRANEDIT, TRANCHK,     *
      *  BALPOST and HISTPOST, so they reach the statements and the    *
      *  history like any other feed. Run it once the period's last    *
      *  feed has been through HISTPOST, and follow it with that cycle *
      *  and SUMMRPT, LEDGPROF and BALROLL.                            *
      *                                                                 *
      *  The period end is the PERIODEND.PRM cutoff date, or the last  *
      *  day of the current month when no cutoff is on file. Frozen    *
      *  and closed accounts are listed but not accrued (TRANCHK would *
      *  refuse the postings), and so is an account already carrying   *
      *  this period end's accruals on TRANHIST, so a rerun after the  *
      *  cycle has posted cannot charge twice. The accrual register    *
      *  ACCRUAL.RPT lists each account's balance, the rate applied    *
      *  and the amounts generated, with division and run totals.      *
      *                                                                 *
      *  Ends 4 when an account was passed over as already accrued or  *
      *  missing from the account master; 8 when a file it needs       *
      *  cannot be opened, in which case TRANSIN is left untouched.    *
      *                                                                 *
      *  Author.        Data Processing.                                *
      *  Installation.  Batch Suite.                                    *
      *  Date-Written.   15 Oct 2026.                                    *
      *                                                                 *
      *  Modification history                                           *
      *  2026-10-15  ek  Initial version.                                *
      * ************************************************************** *
       Identification Division.
       Program-ID. ACCRUAL.

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

           Select RATE-TABLE
               Assign to "RATETAB"
               Organization is Indexed
               Access Mode is Random
               Record Key is RT-Division
               File Status is WS-Rate-File-Status.

           Select ACCOUNT-MASTER
               Assign to "ACCTMAST"
               Organization is Indexed
               Access Mode is Random
               Record Key is AcctKey
               File Status is WS-Acct-File-Status.

           Select TRANSACTION-HISTORY
               Assign to "TRANHIST"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is TH-Key
               File Status is WS-Hist-File-Status.

           Select CUTOFF-PARM-FILE
               Assign to "PERIODEND.PRM"
               Organization is Line Sequential
               File Status is WS-Parm-File-Status.

           Select ACCRUAL-FEED
               Assign to "TRANSIN"
               Organization is Line Sequential
               File Status is WS-Feed-File-Status.

           Select ACCRUAL-REGISTER
               Assign to "ACCRUAL.RPT"
               Organization is Line Sequential
               File Status is WS-Report-File-Status.

      * ************************************************************** *
       Data Division.
       File Section.
       FD  BALANCE-MASTER
           Label Records are Standard.
       COPY BALREC.

       FD  RATE-TABLE
           Label Records are Standard.
       COPY RATEREC.

       FD  ACCOUNT-MASTER
           Label Records are Standard.
       COPY ACCTREC.

       FD  TRANSACTION-HISTORY
           Label Records are Standard.
       COPY HISTREC.

       FD  CUTOFF-PARM-FILE
           Label Records are Standard.
       01  CUTOFF-PARM-LINE            Pic 9(08).

       FD  ACCRUAL-FEED
           Label Records are Standard.
       COPY TRANREC Replacing Transaction-Record By FEED-RECORD.

       FD  ACCRUAL-REGISTER
           Label Records are Standard.
       01  REPORT-LINE                 Pic X(132).

       Working-Storage Section.
       01  WS-Bal-File-Status          Pic X(02).
           88  WS-Bal-File-OK               Value "00".

       01  WS-Rate-File-Status         Pic X(02).
           88  WS-Rate-File-OK              Value "00".

       01  WS-Acct-File-Status         Pic X(02).
           88  WS-Acct-File-OK              Value "00".

       01  WS-Hist-File-Status         Pic X(02).
           88  WS-Hist-File-OK              Value "00".

       01  WS-Parm-File-Status         Pic X(02).
           88  WS-Parm-File-OK              Value "00".

       01  WS-Feed-File-Status         Pic X(02).
           88  WS-Feed-File-OK              Value "00".

       01  WS-Report-File-Status       Pic X(02).
           88  WS-Report-File-OK            Value "00".

       01  WS-Switches.
           05  WS-Bal-Eof-Sw           Pic X(01) Value "N".
               88  WS-Bal-At-Eof            Value "Y".
           05  WS-Bal-Open-Sw          Pic X(01) Value "N".
               88  WS-Bal-Open              Value "Y".
           05  WS-Rate-Open-Sw         Pic X(01) Value "N".
               88  WS-Rate-Open             Value "Y".
           05  WS-Acct-Open-Sw         Pic X(01) Value "N".
               88  WS-Acct-Open             Value "Y".
           05  WS-Hist-Open-Sw         Pic X(01) Value "N".
               88  WS-Hist-Open             Value "Y".
           05  WS-Feed-Open-Sw         Pic X(01) Value "N".
               88  WS-Feed-Open             Value "Y".
           05  WS-Rate-Found-Sw        Pic X(01) Value "N".
               88  WS-Rate-Found            Value "Y".
           05  WS-Any-Account-Sw       Pic X(01) Value "N".
               88  WS-Any-Account           Value "Y".
           05  WS-Hist-Scan-Sw         Pic X(01).
               88  WS-Hist-Scan-Done        Value "Y".
           05  WS-Accrued-Before-Sw    Pic X(01).
               88  WS-Accrued-Before        Value "Y".

       01  WS-Run-Date.
           05  WS-Run-YYYY             Pic 9(04).
           05  WS-Run-MM               Pic 9(02).
           05  WS-Run-DD               Pic 9(02).

       01  WS-Period-End.
           05  WS-Period-End-YYYY      Pic 9(04).
           05  WS-Period-End-MM        Pic 9(02).
           05  WS-Period-End-DD        Pic 9(02).
       01  WS-Period-End-Num           Redefines WS-Period-End
                                       Pic 9(08).

      *    Days in each month, for the last day of the month when no
      *    cutoff is on file; February is put right for a leap year.
       01  WS-Month-Days-Values        Pic X(24) Value
           "312831303130313130313031".
       01  Filler                      Redefines WS-Month-Days-Values.
           05  WS-Month-Days           Pic 9(02) Occurs 12 Times.

       01  WS-Leap-Work.
           05  WS-Leap-Quotient        Pic 9(04).
           05  WS-Leap-Rem-4           Pic 9(04).
           05  WS-Leap-Rem-100         Pic 9(04).
           05  WS-Leap-Rem-400         Pic 9(04).

       01  WS-Accrual-Reference.
           05  Filler                  Pic X(04) Value "ACCR".
           05  WS-Reference-Date       Pic 9(08).

       01  WS-Cur-Division             Pic X(04).

       01  WS-Account-Figures.
           05  WS-Closing              Pic S9(11)V99.
           05  WS-Interest             Pic S9(09)V99.
           05  WS-Fee                  Pic S9(09)V99.
           05  WS-Rate-Applied         Pic 9(02)V9(04).
           05  WS-Feed-Amount          Pic S9(09)V99.
           05  WS-Feed-Type            Pic X(02).
           05  WS-Note                 Pic X(30).

       01  WS-Division-Totals.
           05  WS-Div-Accounts         Pic 9(07) Value 0.
           05  WS-Div-Interest         Pic S9(11)V99 Value 0.
           05  WS-Div-Fee              Pic S9(11)V99 Value 0.

       01  WS-Run-Totals.
           05  WS-Run-Interest         Pic S9(11)V99 Value 0.
           05  WS-Run-Fee              Pic S9(11)V99 Value 0.
           05  WS-Run-Net              Pic S9(11)V99 Value 0.
           05  WS-Amount-Written       Pic S9(11)V99 Value 0.

       01  WS-Counters.
           05  WS-Read-Count           Pic 9(07) Value 0.
           05  WS-Accrued-Count        Pic 9(07) Value 0.
           05  WS-No-Rate-Count        Pic 9(07) Value 0.
           05  WS-Not-Open-Count       Pic 9(07) Value 0.
           05  WS-No-Account-Count     Pic 9(07) Value 0.
           05  WS-Rerun-Count          Pic 9(07) Value 0.
           05  WS-Written-Count        Pic 9(07) Value 0.

       01  WS-Heading-Line.
           05  Filler                  Pic X(30) Value
               "ACCRUAL PERIOD-END REGISTER".
           05  Filler                  Pic X(11) Value "PERIOD END ".
           05  WS-Heading-Date         Pic 9(08).
           05  Filler                  Pic X(13) Value "  REFERENCE ".
           05  WS-Heading-Reference    Pic X(12).

       01  WS-Column-Line.
           05  Filler                  Pic X(14) Value
               "DIV   ACCOUNT".
           05  Filler                  Pic X(20) Value
               "   CLOSING BALANCE".
           05  Filler                  Pic X(09) Value "  RATE %".
           05  Filler                  Pic X(20) Value
               "          INTEREST".
           05  Filler                  Pic X(20) Value
               "    SERVICE CHARGE".
           05  Filler                  Pic X(04) Value "NOTE".

       01  WS-Register-Line.
           05  WS-Line-Division        Pic X(04).
           05  Filler                  Pic X(02) Value Spaces.
           05  WS-Line-Account         Pic X(06).
           05  Filler                  Pic X(02) Value Spaces.
           05  WS-Line-Balance         Pic ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  Filler                  Pic X(02) Value Spaces.
           05  WS-Line-Rate            Pic Z9.9999.
           05  Filler                  Pic X(02) Value Spaces.
           05  WS-Line-Interest        Pic ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  Filler                  Pic X(02) Value Spaces.
           05  WS-Line-Fee             Pic ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  Filler                  Pic X(02) Value Spaces.
           05  WS-Line-Note            Pic X(30).

       01  WS-Division-Line.
           05  Filler                  Pic X(09) Value "DIVISION ".
           05  WS-Div-Line-Division    Pic X(04).
           05  Filler                  Pic X(08) Value " TOTALS ".
           05  WS-Div-Line-Accounts    Pic Z(06)9.
           05  Filler                  Pic X(15) Value " ACCOUNT(S)".
           05  WS-Div-Line-Interest    Pic ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  Filler                  Pic X(02) Value Spaces.
           05  WS-Div-Line-Fee         Pic ZZ,ZZZ,ZZZ,ZZ9.99-.

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
      *  0000-MAINLINE : accrue each balance in key order, then the    *
      *  last division's totals and the run totals.                    *
      * ---------------------------------------------------------------*
       0000-MAINLINE.
           Perform 1000-INITIALIZE Thru 1000-INITIALIZE-EXIT
           Perform 2000-ACCRUE-ACCOUNT Thru 2000-ACCRUE-ACCOUNT-EXIT
               Until WS-Bal-At-Eof
           If WS-Any-Account
               Perform 7000-DIVISION-TOTALS
                   Thru 7000-DIVISION-TOTALS-EXIT
           End-If
           Perform 9000-TERMINATE Thru 9000-TERMINATE-EXIT
           Move WS-Completion-Code To Return-Code
           GoBack.

      * ---------------------------------------------------------------*
      *  1000-INITIALIZE : settle the period end, open the register    *
      *  and every input, and only when they are all there replace     *
      *  TRANSIN with this run's accruals. TRANHIST is only consulted  *
      *  to stop a second accrual - a fresh install has none yet.      *
      * ---------------------------------------------------------------*
       1000-INITIALIZE.
           Move "Y" To WS-Bal-Eof-Sw
           Perform 1050-SET-PERIOD-END Thru 1050-SET-PERIOD-END-EXIT
           Move WS-Period-End-Num To WS-Reference-Date
           Open Output ACCRUAL-REGISTER
           Move WS-Period-End-Num To WS-Heading-Date
           Move WS-Accrual-Reference To WS-Heading-Reference
           Move WS-Heading-Line To REPORT-LINE
           Write REPORT-LINE
           Move All "-" To REPORT-LINE
           Write REPORT-LINE
           Open Input BALANCE-MASTER
           If WS-Bal-File-OK
               Move "Y" To WS-Bal-Open-Sw
           Else
               Display "ACCRUAL: balance master open failed "
                   WS-Bal-File-Status
               Move 8 To WS-Completion-Code
           End-If
           Open Input RATE-TABLE
           If WS-Rate-File-OK
               Move "Y" To WS-Rate-Open-Sw
           Else
               Display "ACCRUAL: rate table open failed "
                   WS-Rate-File-Status
               Move 8 To WS-Completion-Code
           End-If
           Open Input ACCOUNT-MASTER
           If WS-Acct-File-OK
               Move "Y" To WS-Acct-Open-Sw
           Else
               Display "ACCRUAL: account master open failed "
                   WS-Acct-File-Status
               Move 8 To WS-Completion-Code
           End-If
           Open Input TRANSACTION-HISTORY
           If WS-Hist-File-OK
               Move "Y" To WS-Hist-Open-Sw
           End-If
           If WS-Completion-Code Not = 0
               Move "ACCRUAL NOT RUN - A FILE IT NEEDS IS NOT AVAILABLE"
                   To REPORT-LINE
               Write REPORT-LINE
               Go To 1000-INITIALIZE-EXIT
           End-If
           Open Output ACCRUAL-FEED
           If Not WS-Feed-File-OK
               Display "ACCRUAL: TRANSIN open failed "
                   WS-Feed-File-Status
               Move 8 To WS-Completion-Code
               Go To 1000-INITIALIZE-EXIT
           End-If
           Move "Y" To WS-Feed-Open-Sw
           Move WS-Column-Line To REPORT-LINE
           Write REPORT-LINE
           Move "N" To WS-Bal-Eof-Sw
           Perform 2100-READ-BALANCE Thru 2100-READ-BALANCE-EXIT.
       1000-INITIALIZE-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  1050-SET-PERIOD-END : the date the accruals carry - the       *
      *  PERIODEND.PRM cutoff (YYYYMMDD) TRANEDIT holds the period to, *
      *  or the last day of the current month when none is on file.   *
      * ---------------------------------------------------------------*
       1050-SET-PERIOD-END.
           Accept WS-Run-Date From Date YYYYMMDD
           Move WS-Run-YYYY To WS-Period-End-YYYY
           Move WS-Run-MM To WS-Period-End-MM
           Move WS-Month-Days (WS-Run-MM) To WS-Period-End-DD
           If WS-Run-MM = 2
               Divide WS-Run-YYYY By 4 Giving WS-Leap-Quotient
                   Remainder WS-Leap-Rem-4
               Divide WS-Run-YYYY By 100 Giving WS-Leap-Quotient
                   Remainder WS-Leap-Rem-100
               Divide WS-Run-YYYY By 400 Giving WS-Leap-Quotient
                   Remainder WS-Leap-Rem-400
               If WS-Leap-Rem-4 = 0
                   And (WS-Leap-Rem-100 Not = 0
                        Or WS-Leap-Rem-400 = 0)
                   Move 29 To WS-Period-End-DD
               End-If
           End-If
           Open Input CUTOFF-PARM-FILE
           If Not WS-Parm-File-OK
               Go To 1050-SET-PERIOD-END-EXIT
           End-If
           Read CUTOFF-PARM-FILE
               At End
                   Continue
               Not At End
                   If CUTOFF-PARM-LINE Numeric
                       Move CUTOFF-PARM-LINE To WS-Period-End-Num
                   End-If
           End-Read
           Close CUTOFF-PARM-FILE.
       1050-SET-PERIOD-END-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  1100-WRITE-AUDIT-ENTRY : record this run on the shared audit  *
      *  trail via the AUDITLOG subprogram, called from 9000-TERMINATE *
      *  so Audit-Return-Code reflects how the run finished.           *
      * ---------------------------------------------------------------*
       1100-WRITE-AUDIT-ENTRY.
           Call "C$CALLEDBY" Using WS-Caller-Name
           Call "C$GETPID"
           Move Return-Code To WS-Pid
           Move "ACCRUAL" To Audit-Program-Name Of WS-Audit-Parms
           Move WS-Caller-Name To Audit-Caller-Name Of WS-Audit-Parms
           Move WS-Pid To Audit-Pid Of WS-Audit-Parms
           Move WS-Completion-Code
               To Audit-Return-Code Of WS-Audit-Parms
           Call "AUDITLOG" Using WS-Audit-Parms.
       1100-WRITE-AUDIT-ENTRY-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  2000-ACCRUE-ACCOUNT : one balance record. A change of         *
      *  division prints the last division's totals and looks up the  *
      *  new division's rates.                                         *
      * ---------------------------------------------------------------*
       2000-ACCRUE-ACCOUNT.
           If Not WS-Any-Account
               Or BAL-Division Not = WS-Cur-Division
               If WS-Any-Account
                   Perform 7000-DIVISION-TOTALS
                       Thru 7000-DIVISION-TOTALS-EXIT
               End-If
               Move "Y" To WS-Any-Account-Sw
               Move BAL-Division To WS-Cur-Division
               Perform 2050-LOAD-RATES Thru 2050-LOAD-RATES-EXIT
           End-If
           Add 1 To WS-Read-Count
           Perform 2200-ACCRUE-BALANCE Thru 2200-ACCRUE-BALANCE-EXIT
           Perform 2100-READ-BALANCE Thru 2100-READ-BALANCE-EXIT.
       2000-ACCRUE-ACCOUNT-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  2050-LOAD-RATES : the division's rate entry. A division with  *
      *  none is noted once on the register and accrues nothing.       *
      * ---------------------------------------------------------------*
       2050-LOAD-RATES.
           Move "Y" To WS-Rate-Found-Sw
           Move WS-Cur-Division To RT-Division
           Read RATE-TABLE
               Invalid Key
                   Move "N" To WS-Rate-Found-Sw
           End-Read
           If Not WS-Rate-Found
               Move Spaces To WS-Register-Line
               Move WS-Cur-Division To WS-Line-Division
               Move "NO RATES ON RATETAB - NONE DUE" To WS-Line-Note
               Move WS-Register-Line To REPORT-LINE
               Write REPORT-LINE
           End-If.
       2050-LOAD-RATES-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  2100-READ-BALANCE : next balance record in key order, or EOF. *
      * ---------------------------------------------------------------*
       2100-READ-BALANCE.
           Read BALANCE-MASTER Next Record
               At End
                   Move "Y" To WS-Bal-Eof-Sw
           End-Read.
       2100-READ-BALANCE-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  2200-ACCRUE-BALANCE : the interest and fee due on one closing *
      *  balance, written to TRANSIN and listed on the register. An    *
      *  account that is not open, or is already accrued for this      *
      *  period end, is listed with the reason and nothing written.    *
      * ---------------------------------------------------------------*
       2200-ACCRUE-BALANCE.
           If Not WS-Rate-Found
               Add 1 To WS-No-Rate-Count
               Go To 2200-ACCRUE-BALANCE-EXIT
           End-If
           Compute WS-Closing = BAL-Forward + BAL-Activity
           Move 0 To WS-Interest
           Move 0 To WS-Fee
           Move 0 To WS-Rate-Applied
           Move Spaces To WS-Note
           Move BAL-Division To AcctDivision
           Move BAL-Account To AcctAccount
           Read ACCOUNT-MASTER
               Invalid Key
                   Add 1 To WS-No-Account-Count
                   Move "NOT ON ACCOUNT MASTER" To WS-Note
                   Perform 6000-WRITE-REGISTER-LINE
                       Thru 6000-WRITE-REGISTER-LINE-EXIT
                   Go To 2200-ACCRUE-BALANCE-EXIT
           End-Read
           If AcctFrozen Or AcctClosed
               Add 1 To WS-Not-Open-Count
               If AcctFrozen
                   Move "FROZEN - NOT ACCRUED" To WS-Note
               Else
                   Move "CLOSED - NOT ACCRUED" To WS-Note
               End-If
               Perform 6000-WRITE-REGISTER-LINE
                   Thru 6000-WRITE-REGISTER-LINE-EXIT
               Go To 2200-ACCRUE-BALANCE-EXIT
           End-If
           Perform 2400-CHECK-ACCRUED Thru 2400-CHECK-ACCRUED-EXIT
           If WS-Accrued-Before
               Add 1 To WS-Rerun-Count
               Move "ALREADY ACCRUED - NOT CHARGED" To WS-Note
               Perform 6000-WRITE-REGISTER-LINE
                   Thru 6000-WRITE-REGISTER-LINE-EXIT
               Go To 2200-ACCRUE-BALANCE-EXIT
           End-If
           If RT-Interest-Rate > 0
               And WS-Closing > RT-Interest-Tier
               Move RT-Interest-Rate To WS-Rate-Applied
               Compute WS-Interest Rounded =
                   (WS-Closing - RT-Interest-Tier)
                   * RT-Interest-Rate / 100
               If RT-Interest-Cap > 0
                   And WS-Interest > RT-Interest-Cap
                   Move RT-Interest-Cap To WS-Interest
                   Move "INTEREST CAPPED" To WS-Note
               End-If
           End-If
           If RT-Fee-Amount > 0
               And WS-Closing < RT-Fee-Minimum
               Move RT-Fee-Amount To WS-Fee
               Move "BELOW FEE MINIMUM" To WS-Note
           End-If
           If WS-Interest > 0
               Move WS-Interest To WS-Feed-Amount
               Move RT-Interest-Type To WS-Feed-Type
               Perform 2500-WRITE-ACCRUAL Thru 2500-WRITE-ACCRUAL-EXIT
           End-If
           If WS-Fee > 0
               Compute WS-Feed-Amount = 0 - WS-Fee
               Move RT-Fee-Type To WS-Feed-Type
               Perform 2500-WRITE-ACCRUAL Thru 2500-WRITE-ACCRUAL-EXIT
           End-If
           Add 1 To WS-Accrued-Count
           Add 1 To WS-Div-Accounts
           Add WS-Interest To WS-Div-Interest
           Add WS-Fee To WS-Div-Fee
           Perform 6000-WRITE-REGISTER-LINE
               Thru 6000-WRITE-REGISTER-LINE-EXIT.
       2200-ACCRUE-BALANCE-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  2400-CHECK-ACCRUED : is there already a transaction on        *
      *  TRANHIST for this account, dated at this period end and       *
      *  carrying this run's accrual reference? History is keyed by    *
      *  account and date, so only that day's records are read.       *
      * ---------------------------------------------------------------*
       2400-CHECK-ACCRUED.
           Move "N" To WS-Accrued-Before-Sw
           If Not WS-Hist-Open
               Go To 2400-CHECK-ACCRUED-EXIT
           End-If
           Move BAL-Division To TH-Division
           Move BAL-Account To TH-Account
           Move WS-Period-End-YYYY To TH-Year
           Move WS-Period-End-MM To TH-Month
           Move WS-Period-End-DD To TH-Day
           Move 0 To TH-Seq
           Move "N" To WS-Hist-Scan-Sw
           Start TRANSACTION-HISTORY Key >= TH-Key
               Invalid Key
                   Go To 2400-CHECK-ACCRUED-EXIT
           End-Start
           Perform 2450-SCAN-HISTORY Thru 2450-SCAN-HISTORY-EXIT
               Until WS-Hist-Scan-Done Or WS-Accrued-Before.
       2400-CHECK-ACCRUED-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  2450-SCAN-HISTORY : one history record for the account on the *
      *  period-end date; the scan ends at the next account or date.   *
      * ---------------------------------------------------------------*
       2450-SCAN-HISTORY.
           Read TRANSACTION-HISTORY Next Record
               At End
                   Move "Y" To WS-Hist-Scan-Sw
                   Go To 2450-SCAN-HISTORY-EXIT
           End-Read
           If TH-Division Not = BAL-Division
               Or TH-Account Not = BAL-Account
               Or TH-Year Not = WS-Period-End-YYYY
               Or TH-Month Not = WS-Period-End-MM
               Or TH-Day Not = WS-Period-End-DD
               Move "Y" To WS-Hist-Scan-Sw
               Go To 2450-SCAN-HISTORY-EXIT
           End-If
           If TH-Reference = WS-Accrual-Reference
               Move "Y" To WS-Accrued-Before-Sw
           End-If.
       2450-SCAN-HISTORY-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  2500-WRITE-ACCRUAL : one accrual transaction onto TRANSIN,    *
      *  dated at the period end (TR-Date is DDMMYYYY).                *
      * ---------------------------------------------------------------*
       2500-WRITE-ACCRUAL.
           Move Spaces To FEED-RECORD
           Move BAL-Division To TR-Division Of FEED-RECORD
           Move BAL-Account To TR-Account Of FEED-RECORD
           Move WS-Period-End-DD To TR-Date-DD Of FEED-RECORD
           Move WS-Period-End-MM To TR-Date-MM Of FEED-RECORD
           Move WS-Period-End-YYYY To TR-Date-YYYY Of FEED-RECORD
           Move WS-Feed-Amount To TR-Amount Of FEED-RECORD
           Move WS-Feed-Type To TR-Type Of FEED-RECORD
           Move WS-Accrual-Reference To TR-Reference Of FEED-RECORD
           Write FEED-RECORD
           Add 1 To WS-Written-Count
           Add WS-Feed-Amount To WS-Amount-Written.
       2500-WRITE-ACCRUAL-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  6000-WRITE-REGISTER-LINE : one account on the register - its  *
      *  closing balance, the rate applied and what was generated.     *
      * ---------------------------------------------------------------*
       6000-WRITE-REGISTER-LINE.
           Move Spaces To WS-Register-Line
           Move BAL-Division To WS-Line-Division
           Move BAL-Account To WS-Line-Account
           Move WS-Closing To WS-Line-Balance
           Move WS-Rate-Applied To WS-Line-Rate
           Move WS-Interest To WS-Line-Interest
           Move WS-Fee To WS-Line-Fee
           Move WS-Note To WS-Line-Note
           Move WS-Register-Line To REPORT-LINE
           Write REPORT-LINE.
       6000-WRITE-REGISTER-LINE-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  7000-DIVISION-TOTALS : the division just finished - accounts  *
      *  accrued, interest credited and service charges made - rolled  *
      *  into the run totals. A division with no rates has none.       *
      * ---------------------------------------------------------------*
       7000-DIVISION-TOTALS.
           If WS-Rate-Found
               Move WS-Cur-Division To WS-Div-Line-Division
               Move WS-Div-Accounts To WS-Div-Line-Accounts
               Move WS-Div-Interest To WS-Div-Line-Interest
               Move WS-Div-Fee To WS-Div-Line-Fee
               Move WS-Division-Line To REPORT-LINE
               Write REPORT-LINE
               Move Spaces To REPORT-LINE
               Write REPORT-LINE
           End-If
           Add WS-Div-Interest To WS-Run-Interest
           Add WS-Div-Fee To WS-Run-Fee
           Move 0 To WS-Div-Accounts
           Move 0 To WS-Div-Interest
           Move 0 To WS-Div-Fee.
       7000-DIVISION-TOTALS-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  9000-TERMINATE : run totals and counts, close down and log    *
      *  how the run finished. The amount written to TRANSIN must be   *
      *  the interest less the charges - TRANEDIT's AMOUNT IN for the  *
      *  accrual cycle.                                                *
      * ---------------------------------------------------------------*
       9000-TERMINATE.
           Compute WS-Run-Net = WS-Run-Interest - WS-Run-Fee
           Move All "-" To REPORT-LINE
           Write REPORT-LINE
           Move "INTEREST CREDITED" To WS-Total-Description
           Move WS-Run-Interest To WS-Total-Amount
           Move WS-Total-Line To REPORT-LINE
           Write REPORT-LINE
           Move "SERVICE CHARGES" To WS-Total-Description
           Move WS-Run-Fee To WS-Total-Amount
           Move WS-Total-Line To REPORT-LINE
           Write REPORT-LINE
           Move "NET ACCRUAL" To WS-Total-Description
           Move WS-Run-Net To WS-Total-Amount
           Move WS-Total-Line To REPORT-LINE
           Write REPORT-LINE
           Move "AMOUNT WRITTEN TO TRANSIN" To WS-Total-Description
           Move WS-Amount-Written To WS-Total-Amount
           Move WS-Total-Line To REPORT-LINE
           Write REPORT-LINE
           Move "BALANCES READ" To WS-Count-Description
           Move WS-Read-Count To WS-Count-Value
           Move WS-Count-Line To REPORT-LINE
           Write REPORT-LINE
           Move "ACCOUNTS ACCRUED" To WS-Count-Description
           Move WS-Accrued-Count To WS-Count-Value
           Move WS-Count-Line To REPORT-LINE
           Write REPORT-LINE
           Move "NO DIVISION RATES - NONE DUE" To WS-Count-Description
           Move WS-No-Rate-Count To WS-Count-Value
           Move WS-Count-Line To REPORT-LINE
           Write REPORT-LINE
           Move "FROZEN OR CLOSED - NOT ACCRUED" To WS-Count-Description
           Move WS-Not-Open-Count To WS-Count-Value
           Move WS-Count-Line To REPORT-LINE
           Write REPORT-LINE
           Move "NOT ON ACCOUNT MASTER" To WS-Count-Description
           Move WS-No-Account-Count To WS-Count-Value
           Move WS-Count-Line To REPORT-LINE
           Write REPORT-LINE
           Move "ALREADY ACCRUED - NOT CHARGED" To WS-Count-Description
           Move WS-Rerun-Count To WS-Count-Value
           Move WS-Count-Line To REPORT-LINE
           Write REPORT-LINE
           Move "TRANSACTIONS WRITTEN TO TRANSIN"
               To WS-Count-Description
           Move WS-Written-Count To WS-Count-Value
           Move WS-Count-Line To REPORT-LINE
           Write REPORT-LINE
           If WS-Rerun-Count > 0 Or WS-No-Account-Count > 0
               If WS-Completion-Code = 0
                   Move 4 To WS-Completion-Code
               End-If
           End-If
           If WS-Bal-Open
               Close BALANCE-MASTER
           End-If
           If WS-Rate-Open
               Close RATE-TABLE
           End-If
           If WS-Acct-Open
               Close ACCOUNT-MASTER
           End-If
           If WS-Hist-Open
               Close TRANSACTION-HISTORY
           End-If
           If WS-Feed-Open
               Close ACCRUAL-FEED
           End-If
           Close ACCRUAL-REGISTER
           Display "Balances read    : " WS-Read-Count
           Display "Accounts accrued : " WS-Accrued-Count
           Display "Written          : " WS-Written-Count
           Perform 1100-WRITE-AUDIT-ENTRY
               Thru 1100-WRITE-AUDIT-ENTRY-EXIT.
       9000-TERMINATE-EXIT.
           Exit.
