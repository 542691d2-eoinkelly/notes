      * ************************************************************** *
      *  SUSPMNT                                                        *
      *                                                                 *
      *  Correction and release screen for the SUSPENSE file - the     *
      *  transactions TRANEDIT rejected and TRANCHK found orphaned.    *
      *  An operator looks an item up by its item number, corrects    *
      *  the division, account, date or amount, and releases it. The  *
      *  next TRANEDIT run feeds released items back in and re-edits  *
      *  them, the same way it feeds TRANHOLD back in. The record as  *
      *  it first arrived (SUS-Original) is never changed, so the     *
      *  inquiry always shows what was keyed and what it became.      *
      *                                                                 *
      *  Release applies the same field edits TRANEDIT will apply, so *
      *  an item cannot be released only to bounce straight back. It  *
      *  also refuses a division/account that is not on ACCTMAST -    *
      *  the item would orphan again at TRANCHK. Add the account at   *
      *  ACCTMAINT or correct the item first. An account that is      *
      *  frozen or closed is refused for the same reason, and so is   *
      *  an item dated inside a period PERCLOSE has closed on the     *
      *  PERIODCTL period-control file - TRANEDIT would only reject   *
      *  it again.                                                    *
      *  The operator must be signed on (OPERSIGN); an inquiry-level   *
      *  operator may inquire and browse only.                         *
      *                                                                 *
      *  Author.        Data Processing.                                *
      *  Installation.  Batch Suite.                                    *
      *  Date-Written.   15 Oct 2026.                                    *
      *                                                                 *
      *  Modification history                                           *
      *  2026-10-15  ek  Initial version.                                *
      *  2026-10-15  ek  Operator sign-on through OPERSIGN. Correct    *
      *                  and release need maintenance level or above - *
      *                  refusals are logged to the audit trail.       *
      * ************************************************************** *
       Identification Division.
       Program-ID. SUSPMNT.

      * ************************************************************** *
       Environment Division.
       Input-Output Section.
       File-Control.
           Select SUSPENSE-FILE
               Assign to "SUSPENSE"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is SUS-Key
               Alternate Record Key is SUS-Record
                   With Duplicates
               File Status is WS-Susp-File-Status.

           Select ACCOUNT-MASTER
               Assign to "ACCTMAST"
               Organization is Indexed
               Access Mode is Random
               Record Key is AcctKey
               File Status is WS-Acct-File-Status.

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
       FD  SUSPENSE-FILE
           Label Records are Standard.
       COPY SUSPREC.

       FD  ACCOUNT-MASTER
           Label Records are Standard.
       COPY ACCTREC.

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
       01  WS-Susp-File-Status     Pic X(02).
           88  WS-Susp-File-OK         Value "00".
           88  WS-Susp-File-NoSuchFile Value "35".

       01  WS-Acct-File-Status     Pic X(02).
           88  WS-Acct-File-OK         Value "00".

       01  WS-Type-File-Status     Pic X(02).
           88  WS-Type-File-OK         Value "00".

       01  WS-Hist-File-Status     Pic X(02).
           88  WS-Hist-File-OK         Value "00".

       01  WS-Pctl-File-Status     Pic X(02).
           88  WS-Pctl-File-OK         Value "00".
           88  WS-Pctl-File-NoSuchFile Value "35".

       01  WS-Switches.
           05  WS-More-Work-Sw     Pic X(01) Value "Y".
               88  WS-More-Work        Value "Y".
           05  WS-Susp-Open-Sw     Pic X(01) Value "N".
               88  WS-Susp-Open        Value "Y".
           05  WS-Master-Avail-Sw  Pic X(01) Value "N".
               88  WS-Master-Avail     Value "Y".
           05  WS-Item-Found-Sw    Pic X(01).
               88  WS-Item-Found       Value "Y".
           05  WS-Item-Valid-Sw    Pic X(01).
               88  WS-Item-Valid       Value "Y".
           05  WS-Type-Avail-Sw    Pic X(01) Value "N".
               88  WS-Type-Avail       Value "Y".
           05  WS-Hist-Avail-Sw    Pic X(01) Value "N".
               88  WS-Hist-Avail       Value "Y".
           05  WS-Hist-Scan-End-Sw Pic X(01).
               88  WS-Hist-Scan-End    Value "Y".
           05  WS-Original-Found-Sw
                                   Pic X(01).
               88  WS-Original-Found   Value "Y".
           05  WS-Periods-Avail-Sw Pic X(01) Value "N".
               88  WS-Periods-Avail    Value "Y".
           05  WS-Pctl-Eof-Sw      Pic X(01) Value "N".
               88  WS-Pctl-At-Eof      Value "Y".
           05  WS-Authorised-Sw    Pic X(01).
               88  WS-Authorised       Value "Y".

       01  WS-DOB-Valid-Sw         Pic X(01).
           88  WS-DOB-Valid            Value "Y".

       01  WS-Menu-Choice          Pic X(01).
       01  WS-Confirm              Pic X(01).
           88  WS-Confirmed            Value "Y" "y".
       01  WS-Run-Date             Pic 9(08).
       01  WS-Item-Date-YYYYMMDD.
           05  WS-Item-Date-Year   Pic 9(04).
           05  WS-Item-Date-Month  Pic 99.
           05  WS-Item-Date-Day    Pic 99.

      *    Every period on PERIODCTL in period order, with the last
      *    date it takes in and whether it is closed now.
       01  WS-Period-Table-Max     Pic 9(04) Value 600.
       01  WS-Period-Count         Pic 9(04) Value 0 Comp.
       01  WS-Period-Table.
           05  WS-Period-Entry     Occurs 600 Times
                                   Indexed By PERIOD-IDX.
               10  WS-Period-Cutoff
                                   Pic 9(08).
               10  WS-Period-Closed-Sw
                                   Pic X(01).
                   88  WS-Period-Closed    Value "Y".

       01  WS-Entry-Save.
           05  WS-Entry-Item       Pic X(07).
           05  WS-Entry-Item-Num   Redefines WS-Entry-Item
                                   Pic 9(07).
           05  WS-Entry-Division   Pic X(04).
           05  WS-Entry-Account    Pic X(06).
           05  WS-Entry-Date       Pic X(08).
           05  WS-Entry-Amount     Pic X(12).
           05  WS-Entry-Amount-Num Redefines WS-Entry-Amount
                                   Pic S9(09)V99
                                   Sign Leading Separate.
           05  WS-Entry-Type       Pic X(02).
           05  WS-Entry-Reference  Pic X(12).

       01  WS-Invalid-Reason       Pic X(40).

       01  WS-Show-Amount          Pic Z,ZZZ,ZZZ,ZZ9.99-.

       01  WS-Browse-Fields.
           05  WS-Browse-Start     Pic X(07).
           05  WS-Browse-Start-Num Redefines WS-Browse-Start
                                   Pic 9(07).
           05  WS-Reposition-Key   Pic X(07).
           05  WS-Browse-Cmd       Pic X(01).
               88  WS-Browse-Next      Value "N".
               88  WS-Browse-Prev      Value "P".
               88  WS-Browse-Quit      Value "Q".
           05  WS-Browse-Done-Sw   Pic X(01).
               88  WS-Browse-Done      Value "Y".
           05  WS-Browse-Eof-Sw    Pic X(01).
               88  WS-Browse-At-Eof    Value "Y".
           05  WS-Page-Lines       Pic 9(02).
           05  WS-Page-Number      Pic 9(03).
       01  WS-Page-Size            Pic 9(02) Value 15.
       01  WS-Page-Table-Max       Pic 9(03) Value 100.
       01  WS-Page-Table.
           05  WS-Page-Start-Key   Pic X(07) Occurs 100 Times.

       01  WS-Browse-Line.
           05  WS-Browse-Item      Pic 9(07).
           05  Filler              Pic X(02) Value Spaces.
           05  WS-Browse-Status    Pic X(01).
           05  Filler              Pic X(01) Value Space.
           05  WS-Browse-Source    Pic X(01).
           05  Filler              Pic X(02) Value Spaces.
           05  WS-Browse-Division  Pic X(04).
           05  Filler              Pic X(01) Value Space.
           05  WS-Browse-Account   Pic X(06).
           05  Filler              Pic X(02) Value Spaces.
           05  WS-Browse-Date      Pic X(08).
           05  Filler              Pic X(02) Value Spaces.
           05  WS-Browse-Suspended Pic 9(08).
           05  Filler              Pic X(02) Value Spaces.
           05  WS-Browse-Reason    Pic X(30).

       01  WS-Caller-Name           Pic X(50).
       01  WS-Pid                   Pic 9(05).
       01  WS-Completion-Code       Pic S9(04) Value 0.
       COPY SIGNREC Replacing Sign-On-Entry By WS-Sign-On-Parms.
       COPY AUDITREC Replacing Audit-Log-Entry By WS-Audit-Parms.

      * ************************************************************** *
       Procedure Division.

      * ---------------------------------------------------------------*
      *  0000-MAINLINE : drives the suspense menu until the operator   *
      *  chooses to quit.                                              *
      * ---------------------------------------------------------------*
       0000-MAINLINE.
           Perform 1000-INITIALIZE Thru 1000-INITIALIZE-EXIT
           Perform 2000-PROCESS-MENU Thru 2000-PROCESS-MENU-EXIT
               Until Not WS-More-Work
           Perform 9000-TERMINATE Thru 9000-TERMINATE-EXIT
           Move WS-Completion-Code To Return-Code
           GoBack.

      * ---------------------------------------------------------------*
      *  1000-INITIALIZE : open the suspense file for update and the   *
      *  account master the release check reads. No suspense file yet  *
      *  means nothing has ever been suspended - it is created empty,  *
      *  the way ACCTMAINT creates ACCTMAST. An account master that    *
      *  will not open means no release can be proved good, so         *
      *  releases are refused for the run; so does a period-control    *
      *  file that is there but will not load. The operator is signed  *
      *  on first; with nobody signed on the run ends 8.               *
      * ---------------------------------------------------------------*
       1000-INITIALIZE.
           Move "C" To SO-Function Of WS-Sign-On-Parms
           Move "SUSPMNT" To SO-Program Of WS-Sign-On-Parms
           Call "OPERSIGN" Using WS-Sign-On-Parms
           If SO-Not-Signed-On Of WS-Sign-On-Parms
               Display "SUSPMNT: no operator signed on"
               Move "N" To WS-More-Work-Sw
               Move 8 To WS-Completion-Code
               Go To 1000-INITIALIZE-EXIT
           End-If
           Accept WS-Run-Date From Date YYYYMMDD
           Open I-O SUSPENSE-FILE
           If WS-Susp-File-NoSuchFile
               Open Output SUSPENSE-FILE
               Close SUSPENSE-FILE
               Open I-O SUSPENSE-FILE
           End-If
           If WS-Susp-File-OK
               Move "Y" To WS-Susp-Open-Sw
           Else
               Display "SUSPMNT: open failed " WS-Susp-File-Status
               Move "N" To WS-More-Work-Sw
               Move 8 To WS-Completion-Code
           End-If
           Open Input ACCOUNT-MASTER
           If WS-Acct-File-OK
               Move "Y" To WS-Master-Avail-Sw
           Else
               Display "SUSPMNT: account master unavailable "
                   WS-Acct-File-Status
                   " - releases refused"
           End-If
           Open Input TRAN-TYPE-TABLE
           If WS-Type-File-OK
               Move "Y" To WS-Type-Avail-Sw
           Else
               Display "SUSPMNT: type table unavailable "
                   WS-Type-File-Status
                   " - releases refused"
           End-If
           Open Input TRANSACTION-HISTORY
           If WS-Hist-File-OK
               Move "Y" To WS-Hist-Avail-Sw
           End-If
           Perform 1500-LOAD-PERIODS Thru 1500-LOAD-PERIODS-EXIT.
       1000-INITIALIZE-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  1500-LOAD-PERIODS : the PERIODCTL periods into the period     *
      *  table, in period order, as TRANEDIT loads them. No PERIODCTL  *
      *  yet means no period has been closed. One that will not open,  *
      *  or holds more periods than the table, leaves the periods      *
      *  unavailable and releases refused.                             *
      * ---------------------------------------------------------------*
       1500-LOAD-PERIODS.
           Move 0 To WS-Period-Count
           Open Input PERIOD-CONTROL-FILE
           If WS-Pctl-File-NoSuchFile
               Move "Y" To WS-Periods-Avail-Sw
               Go To 1500-LOAD-PERIODS-EXIT
           End-If
           If Not WS-Pctl-File-OK
               Display "SUSPMNT: period control unavailable "
                   WS-Pctl-File-Status
                   " - releases refused"
               Go To 1500-LOAD-PERIODS-EXIT
           End-If
           Move "Y" To WS-Periods-Avail-Sw
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
               Display "SUSPMNT: more than " WS-Period-Table-Max
                   " periods on PERIODCTL - releases refused"
               Move "N" To WS-Periods-Avail-Sw
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
      *  so Audit-Return-Code reflects how the run finished.           *
      * ---------------------------------------------------------------*
       1100-WRITE-AUDIT-ENTRY.
           Call "C$CALLEDBY" Using WS-Caller-Name
           Call "C$GETPID"
           Move Return-Code To WS-Pid
           Move "SUSPMNT" To Audit-Program-Name Of WS-Audit-Parms
           Move WS-Caller-Name To Audit-Caller-Name Of WS-Audit-Parms
           Move WS-Pid To Audit-Pid Of WS-Audit-Parms
           Move WS-Completion-Code
               To Audit-Return-Code Of WS-Audit-Parms
           Call "AUDITLOG" Using WS-Audit-Parms.
       1100-WRITE-AUDIT-ENTRY-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  1300-CHECK-AUTHORITY : may the signed-on operator make the    *
      *  update the caller has named in SO-Action? Inquiry level may   *
      *  not - the refusal is shown and logged through OPERSIGN.       *
      * ---------------------------------------------------------------*
       1300-CHECK-AUTHORITY.
           Move "Y" To WS-Authorised-Sw
           If SO-May-Maintain Of WS-Sign-On-Parms
               Go To 1300-CHECK-AUTHORITY-EXIT
           End-If
           Move "N" To WS-Authorised-Sw
           Display "Operator " SO-Operator-Id Of WS-Sign-On-Parms
               " is not authorised to "
               SO-Action Of WS-Sign-On-Parms
           Move "R" To SO-Function Of WS-Sign-On-Parms
           Call "OPERSIGN" Using WS-Sign-On-Parms.
       1300-CHECK-AUTHORITY-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  2000-PROCESS-MENU : one pass of the suspense menu.            *
      * ---------------------------------------------------------------*
       2000-PROCESS-MENU.
           Display "1) Inquire item  2) Correct item"
           Display "3) Release item  4) Browse suspense  5) Quit"
           Display "Select an option: " With No Advancing
           Accept WS-Menu-Choice

           Evaluate WS-Menu-Choice
               When "1"
                   Perform 5000-INQUIRE-ITEM Thru 5000-INQUIRE-ITEM-EXIT
               When "2"
                   Perform 4000-CORRECT-ITEM Thru 4000-CORRECT-ITEM-EXIT
               When "3"
                   Perform 6000-RELEASE-ITEM Thru 6000-RELEASE-ITEM-EXIT
               When "4"
                   Perform 8000-BROWSE-ITEMS Thru 8000-BROWSE-ITEMS-EXIT
               When "5"
                   Move "N" To WS-More-Work-Sw
               When Other
                   Display "Invalid option, please choose 1-5."
           End-Evaluate.
       2000-PROCESS-MENU-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  3000-READ-ITEM : key in an item number and read it. Leaves    *
      *  the verdict in WS-Item-Found-Sw; the reason is already on     *
      *  the screen.                                                   *
      * ---------------------------------------------------------------*
       3000-READ-ITEM.
           Move "N" To WS-Item-Found-Sw
           Display "Suspense item number (7 digits): "
               With No Advancing
           Accept WS-Entry-Item
           If WS-Entry-Item-Num Not Numeric
               Display "Item number must be numeric"
               Go To 3000-READ-ITEM-EXIT
           End-If
           Move WS-Entry-Item-Num To SUS-Seq
           Read SUSPENSE-FILE
               Invalid Key
                   Display "Item " WS-Entry-Item " not on suspense"
               Not Invalid Key
                   Move "Y" To WS-Item-Found-Sw
           End-Read.
       3000-READ-ITEM-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  3100-SHOW-ITEM : the item in the record area onto the screen. *
      * ---------------------------------------------------------------*
       3100-SHOW-ITEM.
           Display "Item      : " SUS-Seq
           Evaluate True
               When SUS-Open
                   Display "Status    : OPEN"
               When SUS-Released
                   Display "Status    : RELEASED - awaiting next run"
               When SUS-Resubmitted
                   Display "Status    : RESUBMITTED - awaiting TRANCHK"
               When Other
                   Display "Status    : " SUS-Status
           End-Evaluate
           If SUS-From-Check
               Display "Found by  : TRANCHK"
           Else
               Display "Found by  : TRANEDIT"
           End-If
           Display "Reason    : " SUS-Reason
           Display "Suspended : " SUS-Date-Suspended
           Display "Last act  : " SUS-Date-Last-Action
           Display "Original  : " SUS-Original
           Display "Division  : " SUS-Division
           Display "Account   : " SUS-Account
           Display "Date      : " SUS-Date
           If SUS-Amount-Num Numeric
               Move SUS-Amount-Num To WS-Show-Amount
               Display "Amount    : " WS-Show-Amount
           Else
               Display "Amount    : " SUS-Amount " (not numeric)"
           End-If
           Display "Type      : " SUS-Type
           Display "Reference : " SUS-Reference.
       3100-SHOW-ITEM-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  3500-VERIFY-ITEM : the corrected image must pass the edits    *
      *  TRANEDIT will give it - division and account present, a real  *
      *  date not inside a closed period, a numeric amount - and, so   *
      *  it does not orphan again, its division/account must be on     *
      *  ACCTMAST, and neither frozen nor closed there. The type must  *
      *  be on TRANTYPE, and a reversal must name an original on       *
      *  TRANHIST.                                                     *
      *  Leaves the verdict in WS-Item-Valid-Sw and the first failure  *
      *  in WS-Invalid-Reason.                                         *
      * ---------------------------------------------------------------*
       3500-VERIFY-ITEM.
           Move "N" To WS-Item-Valid-Sw
           Evaluate True
               When SUS-Division = Spaces
                   Move "division is blank" To WS-Invalid-Reason
               When SUS-Account = Spaces
                   Move "account is blank" To WS-Invalid-Reason
               When SUS-Date Not Numeric
                   Move "date not numeric" To WS-Invalid-Reason
               When SUS-Amount-Num Not Numeric
                   Move "amount not numeric" To WS-Invalid-Reason
               When Other
                   Move "Y" To WS-Item-Valid-Sw
           End-Evaluate
           If Not WS-Item-Valid
               Go To 3500-VERIFY-ITEM-EXIT
           End-If
           Call "DOBVALID" Using SUS-Date-DD SUS-Date-MM
               SUS-Date-YYYY WS-DOB-Valid-Sw
           If Not WS-DOB-Valid
               Move "N" To WS-Item-Valid-Sw
               Move "invalid transaction date" To WS-Invalid-Reason
               Go To 3500-VERIFY-ITEM-EXIT
           End-If
           Perform 3550-CHECK-CLOSED-PERIOD
               Thru 3550-CHECK-CLOSED-PERIOD-EXIT
           If Not WS-Item-Valid
               Go To 3500-VERIFY-ITEM-EXIT
           End-If
           If Not WS-Master-Avail
               Move "N" To WS-Item-Valid-Sw
               Move "account master unavailable"
                   To WS-Invalid-Reason
               Go To 3500-VERIFY-ITEM-EXIT
           End-If
           Move SUS-Division To AcctDivision
           Move SUS-Account To AcctAccount
           Read ACCOUNT-MASTER
               Invalid Key
                   Move "N" To WS-Item-Valid-Sw
                   Move "division/account not on account master"
                       To WS-Invalid-Reason
                   Go To 3500-VERIFY-ITEM-EXIT
           End-Read
           If AcctFrozen
               Move "N" To WS-Item-Valid-Sw
               Move "account frozen" To WS-Invalid-Reason
               Go To 3500-VERIFY-ITEM-EXIT
           End-If
           If AcctClosed
               Move "N" To WS-Item-Valid-Sw
               Move "account closed" To WS-Invalid-Reason
               Go To 3500-VERIFY-ITEM-EXIT
           End-If
           Perform 3600-VERIFY-TYPE Thru 3600-VERIFY-TYPE-EXIT.
       3500-VERIFY-ITEM-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  3550-CHECK-CLOSED-PERIOD : the item belongs to the first      *
      *  period on the table whose cutoff is on or after its date, as  *
      *  TRANEDIT decides it; if that period is closed the release is  *
      *  refused. Without the period table no release is allowed.      *
      * ---------------------------------------------------------------*
       3550-CHECK-CLOSED-PERIOD.
           If Not WS-Periods-Avail
               Move "N" To WS-Item-Valid-Sw
               Move "period control unavailable" To WS-Invalid-Reason
               Go To 3550-CHECK-CLOSED-PERIOD-EXIT
           End-If
           If WS-Period-Count = 0
               Go To 3550-CHECK-CLOSED-PERIOD-EXIT
           End-If
           Move SUS-Date-YYYY To WS-Item-Date-Year
           Move SUS-Date-MM To WS-Item-Date-Month
           Move SUS-Date-DD To WS-Item-Date-Day
           Set PERIOD-IDX To 1
           Search WS-Period-Entry
               At End
                   Continue
               When PERIOD-IDX > WS-Period-Count
                   Continue
               When WS-Period-Cutoff (PERIOD-IDX)
                       >= WS-Item-Date-YYYYMMDD
                   If WS-Period-Closed (PERIOD-IDX)
                       Move "N" To WS-Item-Valid-Sw
                       Move "date in a closed period"
                           To WS-Invalid-Reason
                   End-If
           End-Search.
       3550-CHECK-CLOSED-PERIOD-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  3600-VERIFY-TYPE : the type and reference edits TRANEDIT      *
      *  will give the item - a type on the TRANTYPE table and, for a  *
      *  reversal type, a reference that belongs to a non-reversal     *
      *  original on TRANHIST for the same division/account.           *
      * ---------------------------------------------------------------*
       3600-VERIFY-TYPE.
           If Not WS-Type-Avail
               Move "N" To WS-Item-Valid-Sw
               Move "type table unavailable" To WS-Invalid-Reason
               Go To 3600-VERIFY-TYPE-EXIT
           End-If
           If SUS-Type = Spaces
               Move "N" To WS-Item-Valid-Sw
               Move "transaction type is blank" To WS-Invalid-Reason
               Go To 3600-VERIFY-TYPE-EXIT
           End-If
           Move SUS-Type To TT-Code
           Read TRAN-TYPE-TABLE
               Invalid Key
                   Move "N" To WS-Item-Valid-Sw
                   Move "type not on type table" To WS-Invalid-Reason
                   Go To 3600-VERIFY-TYPE-EXIT
           End-Read
           If Not TT-Reversal
               Go To 3600-VERIFY-TYPE-EXIT
           End-If
           If SUS-Reference = Spaces
               Move "N" To WS-Item-Valid-Sw
               Move "reversal names no original reference"
                   To WS-Invalid-Reason
               Go To 3600-VERIFY-TYPE-EXIT
           End-If
           Perform 3650-FIND-ORIGINAL Thru 3650-FIND-ORIGINAL-EXIT
           If Not WS-Original-Found
               Move "N" To WS-Item-Valid-Sw
               Move "reversal original not on history"
                   To WS-Invalid-Reason
           End-If.
       3600-VERIFY-TYPE-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  3650-FIND-ORIGINAL : START TRANHIST at the front of the       *
      *  item's division/account and read its history through for the *
      *  reference on a transaction that is not itself a reversal.     *
      * ---------------------------------------------------------------*
       3650-FIND-ORIGINAL.
           Move "N" To WS-Original-Found-Sw
           Move "N" To WS-Hist-Scan-End-Sw
           If Not WS-Hist-Avail
               Go To 3650-FIND-ORIGINAL-EXIT
           End-If
           Move SUS-Division To TH-Division
           Move SUS-Account To TH-Account
           Move Zeroes To TH-Date-YYYYMMDD
           Move Zeroes To TH-Seq
           Start TRANSACTION-HISTORY Key >= TH-Key
               Invalid Key
                   Go To 3650-FIND-ORIGINAL-EXIT
           End-Start
           Perform 3660-SCAN-HISTORY Thru 3660-SCAN-HISTORY-EXIT
               Until WS-Hist-Scan-End Or WS-Original-Found.
       3650-FIND-ORIGINAL-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  3660-SCAN-HISTORY : next history record for the account.     *
      * ---------------------------------------------------------------*
       3660-SCAN-HISTORY.
           Read TRANSACTION-HISTORY Next Record
               At End
                   Move "Y" To WS-Hist-Scan-End-Sw
                   Go To 3660-SCAN-HISTORY-EXIT
           End-Read
           If TH-Division Not = SUS-Division
               Or TH-Account Not = SUS-Account
               Move "Y" To WS-Hist-Scan-End-Sw
               Go To 3660-SCAN-HISTORY-EXIT
           End-If
           If TH-Reference Not = SUS-Reference
               Go To 3660-SCAN-HISTORY-EXIT
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
       3660-SCAN-HISTORY-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  4000-CORRECT-ITEM : correct an open item's division, account, *
      *  date, amount, type or reference - a blank entry keeps the     *
      *  field as it is. The original image is left alone. Offers the *
      *  release straight after, since that is nearly always the next  *
      *  thing wanted.                                                 *
      * ---------------------------------------------------------------*
       4000-CORRECT-ITEM.
           Move "CORRECT SUSPENSE ITEM" To SO-Action Of WS-Sign-On-Parms
           Perform 1300-CHECK-AUTHORITY Thru 1300-CHECK-AUTHORITY-EXIT
           If Not WS-Authorised
               Go To 4000-CORRECT-ITEM-EXIT
           End-If
           Perform 3000-READ-ITEM Thru 3000-READ-ITEM-EXIT
           If Not WS-Item-Found
               Go To 4000-CORRECT-ITEM-EXIT
           End-If
           If Not SUS-Open
               Display "Item " SUS-Seq " is not open - not changed"
               Go To 4000-CORRECT-ITEM-EXIT
           End-If
           Perform 3100-SHOW-ITEM Thru 3100-SHOW-ITEM-EXIT
           Display "New division (blank = keep): " With No Advancing
           Accept WS-Entry-Division
           Display "New account (blank = keep): " With No Advancing
           Accept WS-Entry-Account
           Display "New date DDMMYYYY (blank = keep): "
               With No Advancing
           Accept WS-Entry-Date
           Display "New amount, sign and 11 digits, last 2 are cents"
           Display "  e.g. +00000012550 (blank = keep): "
               With No Advancing
           Accept WS-Entry-Amount
           Display "New type code (blank = keep): " With No Advancing
           Accept WS-Entry-Type
           Display "New reference (blank = keep): " With No Advancing
           Accept WS-Entry-Reference

           If WS-Entry-Date Not = Spaces
               And WS-Entry-Date Not Numeric
               Display "Date must be 8 digits DDMMYYYY - not changed"
               Go To 4000-CORRECT-ITEM-EXIT
           End-If
           If WS-Entry-Amount Not = Spaces
               And WS-Entry-Amount-Num Not Numeric
               Display "Amount not in the form shown - not changed"
               Go To 4000-CORRECT-ITEM-EXIT
           End-If
           If WS-Entry-Division Not = Spaces
               Move WS-Entry-Division To SUS-Division
           End-If
           If WS-Entry-Account Not = Spaces
               Move WS-Entry-Account To SUS-Account
           End-If
           If WS-Entry-Date Not = Spaces
               Move WS-Entry-Date To SUS-Date
           End-If
           If WS-Entry-Amount Not = Spaces
               Move WS-Entry-Amount-Num To SUS-Amount-Num
           End-If
           If WS-Entry-Type Not = Spaces
               Move WS-Entry-Type To SUS-Type
           End-If
           If WS-Entry-Reference Not = Spaces
               Move WS-Entry-Reference To SUS-Reference
           End-If
           Move WS-Run-Date To SUS-Date-Last-Action
           Rewrite Suspense-Entry
               Invalid Key
                   Display "Rewrite of item " SUS-Seq " failed "
                       WS-Susp-File-Status
                   Go To 4000-CORRECT-ITEM-EXIT
           End-Rewrite
           Display "Item " SUS-Seq " corrected"
           Display "Release it now (Y/N)? " With No Advancing
           Accept WS-Confirm
           If WS-Confirmed
               Perform 6100-RELEASE-CURRENT
                   Thru 6100-RELEASE-CURRENT-EXIT
           End-If.
       4000-CORRECT-ITEM-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  5000-INQUIRE-ITEM : read-only lookup by item number.          *
      * ---------------------------------------------------------------*
       5000-INQUIRE-ITEM.
           Perform 3000-READ-ITEM Thru 3000-READ-ITEM-EXIT
           If WS-Item-Found
               Perform 3100-SHOW-ITEM Thru 3100-SHOW-ITEM-EXIT
           End-If.
       5000-INQUIRE-ITEM-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  6000-RELEASE-ITEM : release an open item to the next run.     *
      * ---------------------------------------------------------------*
       6000-RELEASE-ITEM.
           Move "RELEASE SUSPENSE ITEM" To SO-Action Of WS-Sign-On-Parms
           Perform 1300-CHECK-AUTHORITY Thru 1300-CHECK-AUTHORITY-EXIT
           If Not WS-Authorised
               Go To 6000-RELEASE-ITEM-EXIT
           End-If
           Perform 3000-READ-ITEM Thru 3000-READ-ITEM-EXIT
           If Not WS-Item-Found
               Go To 6000-RELEASE-ITEM-EXIT
           End-If
           If Not SUS-Open
               Display "Item " SUS-Seq " is not open - not released"
               Go To 6000-RELEASE-ITEM-EXIT
           End-If
           Perform 3100-SHOW-ITEM Thru 3100-SHOW-ITEM-EXIT
           Perform 6100-RELEASE-CURRENT Thru 6100-RELEASE-CURRENT-EXIT.
       6000-RELEASE-ITEM-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  6100-RELEASE-CURRENT : verify the item in the record area and *
      *  mark it released. TRANEDIT picks it up on its next run.       *
      * ---------------------------------------------------------------*
       6100-RELEASE-CURRENT.
           Perform 3500-VERIFY-ITEM Thru 3500-VERIFY-ITEM-EXIT
           If Not WS-Item-Valid
               Display "Item " SUS-Seq " not released - "
                   WS-Invalid-Reason
               Go To 6100-RELEASE-CURRENT-EXIT
           End-If
           Move "R" To SUS-Status
           Move WS-Run-Date To SUS-Date-Last-Action
           Rewrite Suspense-Entry
               Invalid Key
                   Display "Rewrite of item " SUS-Seq " failed "
                       WS-Susp-File-Status
               Not Invalid Key
                   Display "Item " SUS-Seq
                       " released to the next TRANEDIT run"
           End-Rewrite.
       6100-RELEASE-CURRENT-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  8000-BROWSE-ITEMS : page through the suspense file in item    *
      *  order from a chosen item number (blank for the top), a       *
      *  screenful at a time - the same paging ACCTMAINT's account     *
      *  browse does.                                                  *
      * ---------------------------------------------------------------*
       8000-BROWSE-ITEMS.
           Display "Start item number (blank = top): "
               With No Advancing
           Accept WS-Browse-Start
           If WS-Browse-Start = Spaces
               Move Zeroes To WS-Browse-Start
           End-If
           If WS-Browse-Start-Num Not Numeric
               Display "Item number must be numeric"
               Go To 8000-BROWSE-ITEMS-EXIT
           End-If

           Move 0 To WS-Page-Number
           Move "N" To WS-Browse-Done-Sw
           Move WS-Browse-Start To WS-Reposition-Key
           Perform 8500-POSITION-AT-KEY
               Thru 8500-POSITION-AT-KEY-EXIT
           If WS-Browse-At-Eof
               Display "No suspense items from that starting point."
               Go To 8000-BROWSE-ITEMS-EXIT
           End-If
           Perform 8200-BROWSE-PAGE Thru 8200-BROWSE-PAGE-EXIT
               Until WS-Browse-Done.
       8000-BROWSE-ITEMS-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  8200-BROWSE-PAGE : one screenful - up to WS-Page-Size lines   *
      *  from the current position, then the paging prompt.            *
      * ---------------------------------------------------------------*
       8200-BROWSE-PAGE.
           Add 1 To WS-Page-Number
           If WS-Page-Number > WS-Page-Table-Max
               Display "Browse limit of " WS-Page-Table-Max
                   " pages reached."
               Move "Y" To WS-Browse-Done-Sw
               Go To 8200-BROWSE-PAGE-EXIT
           End-If
           Move 0 To WS-Page-Lines
           Display " "
           Display "ITEM     S F  DIV  ACCT    DATE      SUSPENDED "
               "REASON           PAGE " WS-Page-Number
           Perform 8300-BROWSE-LINE Thru 8300-BROWSE-LINE-EXIT
               Until WS-Page-Lines >= WS-Page-Size
                   Or WS-Browse-At-Eof
           If WS-Page-Lines = 0
               Display "(no items on this page)"
           End-If
           If WS-Browse-At-Eof
               Display "** end of file **"
           End-If
           Perform 8400-PROMPT-PAGE Thru 8400-PROMPT-PAGE-EXIT.
       8200-BROWSE-PAGE-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  8300-BROWSE-LINE : next item onto the screen; the first item  *
      *  shown on a page has its key kept as the page's start for      *
      *  paging backwards.                                             *
      * ---------------------------------------------------------------*
       8300-BROWSE-LINE.
           Read SUSPENSE-FILE Next Record
               At End
                   Move "Y" To WS-Browse-Eof-Sw
               Not At End
                   If WS-Page-Lines = 0
                       Move SUS-Key
                           To WS-Page-Start-Key (WS-Page-Number)
                   End-If
                   Move SUS-Seq To WS-Browse-Item
                   Move SUS-Status To WS-Browse-Status
                   Move SUS-Source To WS-Browse-Source
                   Move SUS-Division To WS-Browse-Division
                   Move SUS-Account To WS-Browse-Account
                   Move SUS-Date To WS-Browse-Date
                   Move SUS-Date-Suspended To WS-Browse-Suspended
                   Move SUS-Reason To WS-Browse-Reason
                   Display WS-Browse-Line
                   Add 1 To WS-Page-Lines
           End-Read.
       8300-BROWSE-LINE-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  8400-PROMPT-PAGE : what next - N reads on from here, P        *
      *  re-STARTs at the previous page's saved key, Q leaves the      *
      *  browse.                                                       *
      * ---------------------------------------------------------------*
       8400-PROMPT-PAGE.
           Display "N)ext page  P)revious page  Q)uit browse: "
               With No Advancing
           Accept WS-Browse-Cmd
           Evaluate True
               When WS-Browse-Quit
                   Move "Y" To WS-Browse-Done-Sw
               When WS-Browse-Prev
                   If WS-Page-Number < 2
                       Display "Already at the first page."
                       Move WS-Page-Start-Key (1)
                           To WS-Reposition-Key
                       Subtract 1 From WS-Page-Number
                   Else
                       Move WS-Page-Start-Key (WS-Page-Number - 1)
                           To WS-Reposition-Key
                       Subtract 2 From WS-Page-Number
                   End-If
                   Perform 8500-POSITION-AT-KEY
                       Thru 8500-POSITION-AT-KEY-EXIT
               When Other
                   If WS-Browse-At-Eof
                       Move "Y" To WS-Browse-Done-Sw
                   End-If
           End-Evaluate.
       8400-PROMPT-PAGE-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  8500-POSITION-AT-KEY : START the suspense file at (or after)  *
      *  an item number.                                               *
      * ---------------------------------------------------------------*
       8500-POSITION-AT-KEY.
           Move "N" To WS-Browse-Eof-Sw
           Move WS-Reposition-Key To SUS-Key
           Start SUSPENSE-FILE Key >= SUS-Key
               Invalid Key
                   Move "Y" To WS-Browse-Eof-Sw
           End-Start.
       8500-POSITION-AT-KEY-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  9000-TERMINATE : close the files down cleanly and log how the *
      *  run actually finished.                                        *
      * ---------------------------------------------------------------*
       9000-TERMINATE.
           If WS-Susp-Open
               Close SUSPENSE-FILE
           End-If
           If WS-Master-Avail
               Close ACCOUNT-MASTER
           End-If
           If WS-Type-Avail
               Close TRAN-TYPE-TABLE
           End-If
           If WS-Hist-Avail
               Close TRANSACTION-HISTORY
           End-If
           Perform 1100-WRITE-AUDIT-ENTRY
               Thru 1100-WRITE-AUDIT-ENTRY-EXIT.
       9000-TERMINATE-EXIT.
           Exit.
