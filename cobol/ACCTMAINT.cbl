      *  division/account pair (AcctKey); an add or change refuses an  *
      *  AcctOwner Ident that is not on CUSTOMER-MASTER, and a delete  *
      *  refuses an account that still has activity on the TRANCLN     *
      *  clean transaction file. An account is opened by the add, and  *
      *  frozen, closed or reopened at the status option - a close     *
      *  only once its ACCTBAL balance has been brought to zero.       *
      *  The add and the change also mark whether the account is its   *
      *  owner's payment default, where LOCKBOX applies the owner's    *
      *  bank payments when the owner has more than one account.       *
      *  Every add, change, status change and delete is journalled     *
      *  through CHGLOG with the record's before and after images.     *
      *  The operator must be signed on (OPERSIGN - from the console,  *
      *  or here when run on its own); an inquiry-level operator may   *
      *  inquire and browse only.                                      *
      *                                                                 *
      *  An existing flat (line sequential) master is converted by     *
      *  renaming it ACCTSEQ and running ACCTLOAD, which rebuilds      *
      *                  transaction is next period's activity, and   *
      *                  deleting its account would orphan it on the  *
      *                  next TRANCHK pass.                           *
      *  2026-10-15  ek  Account status maintenance (option 6): an    *
      *                  account is frozen, unfrozen, closed or       *
      *                  reopened here. A close is refused unless the *
      *                  ACCTBAL closing balance (forward plus        *
      *                  activity) is zero, and stamps the closed     *
      *                  date; an add stamps the opened date. A       *
      *                  closed account stays on file for HISTINQ and *
      *                  its owner cannot be changed until reopened.  *
      *                  Inquire and browse show the status; Quit is  *
      *                  now option 7.                                *
      *  2026-10-15  ek  Payment default flag keyed at add and change, *
      *                  shown at inquire and browse.                  *
      *  2026-10-15  ek  Every add, change, status change and delete   *
      *                  writes a CHGJRNL change journal entry         *
      *                  (CHGLOG) with the before and after images.    *
      *  2026-10-15  ek  Operator sign-on through OPERSIGN. Add,       *
      *                  change, delete and status change need         *
      *                  maintenance level or above - refusals are     *
      *                  logged to the audit trail. The journal        *
      *                  carries the signed-on operator.               *
      * ************************************************************** *
       Identification Division.
       Program-ID. ACCTMAINT.
               Record Key is TH-Key
               File Status is WS-Hist-File-Status.

           Select BALANCE-MASTER
               Assign to "ACCTBAL"
               Organization is Indexed
               Access Mode is Random
               Record Key is BAL-Key
               File Status is WS-Bal-File-Status.

      * ************************************************************** *
       Data Division.
       File Section.
           Label Records are Standard.
       COPY HISTREC.

       FD  BALANCE-MASTER
           Label Records are Standard.
       COPY BALREC.

       Working-Storage Section.
       01  WS-Acct-File-Status     Pic X(02).
           88  WS-Acct-File-OK         Value "00".
       01  WS-Hist-File-Status     Pic X(02).
           88  WS-Hist-File-OK         Value "00".

       01  WS-Bal-File-Status      Pic X(02).
           88  WS-Bal-File-OK          Value "00".
           88  WS-Bal-File-NoSuchFile  Value "35".

       01  WS-Switches.
           05  WS-More-Work-Sw     Pic X(01) Value "Y".
               88  WS-More-Work        Value "Y".
               88  WS-Held-At-Eof      Value "Y".
           05  WS-Activity-Sw      Pic X(01).
               88  WS-Has-Activity     Value "Y".
           05  WS-Balance-Zero-Sw  Pic X(01).
               88  WS-Balance-Zero     Value "Y".
           05  WS-Authorised-Sw    Pic X(01).
               88  WS-Authorised       Value "Y".

       01  WS-Run-Date             Pic 9(08) Value 0.
       01  WS-Closing-Balance      Pic S9(11)V99 Value 0.
       01  WS-Closing-Display      Pic Z,ZZZ,ZZZ,ZZ9.99-.
       01  WS-Status-Desc          Pic X(06).

       01  WS-Menu-Choice          Pic X(01).

       01  WS-Before-Image         Pic X(120).

       01  WS-Entry-Save.
           05  WS-Entry-Division   Pic X(04).
           05  WS-Entry-Account    Pic X(06).
           05  WS-Entry-Owner      Pic X(05).
           05  WS-Entry-Status     Pic X(01).
           05  WS-Entry-Default    Pic X(01).

       01  WS-Browse-Fields.
           05  WS-Browse-Start     Pic X(10).
           05  WS-Browse-Account   Pic X(06).
           05  Filler              Pic X(02) Value Spaces.
           05  WS-Browse-Owner     Pic 9(05).
           05  Filler              Pic X(02) Value Spaces.
           05  WS-Browse-Status    Pic X(06).
           05  Filler              Pic X(02) Value Spaces.
           05  WS-Browse-Default   Pic X(03).

       01  WS-Caller-Name           Pic X(50).
       01  WS-Pid                   Pic 9(05).
       01  WS-Completion-Code       Pic S9(04) Value 0.
       COPY CHGREC Replacing Change-Journal-Entry By WS-Change-Parms.
       COPY SIGNREC Replacing Sign-On-Entry By WS-Sign-On-Parms.
       COPY AUDITREC Replacing Audit-Log-Entry By WS-Audit-Parms.

      * ************************************************************** *
      *  run rather than waved through unchecked.                      *
      * ---------------------------------------------------------------*
       1000-INITIALIZE.
           Move "C" To SO-Function Of WS-Sign-On-Parms
           Move "ACCTMAINT" To SO-Program Of WS-Sign-On-Parms
           Call "OPERSIGN" Using WS-Sign-On-Parms
           If SO-Not-Signed-On Of WS-Sign-On-Parms
               Display "ACCTMAINT: no operator signed on"
               Move "N" To WS-More-Work-Sw
               Move 8 To WS-Completion-Code
               Go To 1000-INITIALIZE-EXIT
           End-If
           Accept WS-Run-Date From Date YYYYMMDD
           Open I-O ACCOUNT-MASTER
           If WS-Acct-File-NoSuchFile
               Open Output ACCOUNT-MASTER
       1100-WRITE-AUDIT-ENTRY-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  1200-WRITE-CHANGE-JOURNAL : journal the change just made to   *
      *  the account in the record area. The caller has set the        *
      *  action and the before and after images.                       *
      * ---------------------------------------------------------------*
       1200-WRITE-CHANGE-JOURNAL.
           Move "ACCTMAINT" To CJ-Program Of WS-Change-Parms
           Move SO-Operator-Id Of WS-Sign-On-Parms
               To CJ-Operator Of WS-Change-Parms
           Move "A" To CJ-Record-Type Of WS-Change-Parms
           Move AcctKey To CJ-Key Of WS-Change-Parms
           Call "CHGLOG" Using WS-Change-Parms.
       1200-WRITE-CHANGE-JOURNAL-EXIT.
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
      *  2000-PROCESS-MENU : one pass of the maintenance menu.         *
      * ---------------------------------------------------------------*
       2000-PROCESS-MENU.
           Display "1) Add account  2) Change account"
           Display "3) Inquire account  4) Delete account"
           Display "5) Browse accounts  6) Account status"
           Display "7) Quit"
           Display "Select an option: " With No Advancing
           Accept WS-Menu-Choice

                   Perform 8000-BROWSE-ACCOUNTS
                       Thru 8000-BROWSE-ACCOUNTS-EXIT
               When "6"
                   Perform 7000-CHANGE-STATUS
                       Thru 7000-CHANGE-STATUS-EXIT
               When "7"
                   Move "N" To WS-More-Work-Sw
               When Other
                   Display "Invalid option, please choose 1-7."
           End-Evaluate.
       2000-PROCESS-MENU-EXIT.
           Exit.
      *  write it to the master - but only once the owner Ident has    *
      *  been proved to exist on CUSTOMER-MASTER, so the account       *
      *  master can never point a transaction at a customer that is   *
      *  not there. A new account is open from today.                  *
      * ---------------------------------------------------------------*
       3000-ADD-ACCOUNT.
           Move "ADD ACCOUNT" To SO-Action Of WS-Sign-On-Parms
           Perform 1300-CHECK-AUTHORITY Thru 1300-CHECK-AUTHORITY-EXIT
           If Not WS-Authorised
               Go To 3000-ADD-ACCOUNT-EXIT
           End-If
           Perform 3100-ACCEPT-ENTRY Thru 3100-ACCEPT-ENTRY-EXIT
           Perform 3500-VERIFY-OWNER Thru 3500-VERIFY-OWNER-EXIT
           If Not WS-Owner-Found
           Move WS-Entry-Division To AcctDivision
           Move WS-Entry-Account To AcctAccount
           Move WS-Entry-Owner To AcctOwner
           Move "O" To AcctStatus
           Move WS-Run-Date To AcctOpenedDate
           Move 0 To AcctClosedDate
           Move "N" To AcctPayDefault
           If WS-Entry-Default = "Y"
               Move "Y" To AcctPayDefault
           End-If
           Write Account-Entry
               Invalid Key
                   Display "Account " WS-Entry-Division "/"
               Not Invalid Key
                   Display "Account " WS-Entry-Division "/"
                       WS-Entry-Account " added"
                   Move "A" To CJ-Action Of WS-Change-Parms
                   Move Spaces To CJ-Before-Image Of WS-Change-Parms
                   Move Account-Entry
                       To CJ-After-Image Of WS-Change-Parms
                   Perform 1200-WRITE-CHANGE-JOURNAL
                       Thru 1200-WRITE-CHANGE-JOURNAL-EXIT
           End-Write.
       3000-ADD-ACCOUNT-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  3100-ACCEPT-ENTRY : the division, account, owner Ident and    *
      *  payment default flag off the operator's terminal into the     *
      *  staging fields.                                               *
      * ---------------------------------------------------------------*
       3100-ACCEPT-ENTRY.
           Display "Division (4 chars): " With No Advancing
           Display "Account (6 chars): " With No Advancing
           Accept WS-Entry-Account
           Display "Owner Ident (5 digits): " With No Advancing
           Accept WS-Entry-Owner
           Display "Payment default (Y/N): " With No Advancing
           Accept WS-Entry-Default.
       3100-ACCEPT-ENTRY-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  4000-CHANGE-ACCOUNT : re-point an existing account at a       *
      *  different owner - the new Ident goes through the same         *
      *  CUSTOMER-MASTER check an add gets - and set or clear its      *
      *  payment default flag (blank keeps it). A closed account keeps *
      *  the owner it closed with; reopen it first to change it.       *
      * ---------------------------------------------------------------*
       4000-CHANGE-ACCOUNT.
           Move "CHANGE ACCOUNT" To SO-Action Of WS-Sign-On-Parms
           Perform 1300-CHECK-AUTHORITY Thru 1300-CHECK-AUTHORITY-EXIT
           If Not WS-Authorised
               Go To 4000-CHANGE-ACCOUNT-EXIT
           End-If
           Display "Division to change: " With No Advancing
           Accept WS-Entry-Division
           Display "Account to change: " With No Advancing
               Invalid Key
                   Display "Account " WS-Entry-Division "/"
                       WS-Entry-Account " not found"
                   Go To 4000-CHANGE-ACCOUNT-EXIT
           End-Read
           Move Account-Entry To WS-Before-Image
           If AcctClosed
               Display "Account " WS-Entry-Division "/"
                   WS-Entry-Account " is closed - not changed"
               Go To 4000-CHANGE-ACCOUNT-EXIT
           End-If
           Display "Current owner : " AcctOwner
           Display "New owner Ident: " With No Advancing
           Accept WS-Entry-Owner
           Display "Current payment default : " AcctPayDefault
           Display "Payment default (Y/N, blank keeps): "
               With No Advancing
           Accept WS-Entry-Default
           Perform 3500-VERIFY-OWNER Thru 3500-VERIFY-OWNER-EXIT
           If WS-Owner-Found
               Move WS-Entry-Owner To AcctOwner
               Evaluate WS-Entry-Default
                   When "Y"
                       Move "Y" To AcctPayDefault
                   When "N"
                       Move "N" To AcctPayDefault
               End-Evaluate
               Rewrite Account-Entry
                   Invalid Key
                       Display "Rewrite of account "
                           WS-Entry-Division "/"
                           WS-Entry-Account " failed"
                   Not Invalid Key
                       Move "C" To CJ-Action Of WS-Change-Parms
                       Move WS-Before-Image
                           To CJ-Before-Image Of WS-Change-Parms
                       Move Account-Entry
                           To CJ-After-Image Of WS-Change-Parms
                       Perform 1200-WRITE-CHANGE-JOURNAL
                           Thru 1200-WRITE-CHANGE-JOURNAL-EXIT
               End-Rewrite
           End-If.
       4000-CHANGE-ACCOUNT-EXIT.
           Exit.

                   Display "Division : " AcctDivision
                   Display "Account  : " AcctAccount
                   Display "Owner    : " AcctOwner
                   Perform 5100-DESCRIBE-STATUS
                       Thru 5100-DESCRIBE-STATUS-EXIT
                   Display "Status   : " WS-Status-Desc
                   Display "Opened   : " AcctOpenedDate
                   If AcctIsPayDefault
                       Display "Payment  : default account"
                   End-If
                   If AcctClosed
                       Display "Closed   : " AcctClosedDate
                   End-If
           End-Read.
       5000-INQUIRE-ACCOUNT-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  5100-DESCRIBE-STATUS : the account's status in words, for the *
      *  inquiry and the browse. A blank status predates statuses and  *
      *  is an open account.                                           *
      * ---------------------------------------------------------------*
       5100-DESCRIBE-STATUS.
           Evaluate True
               When AcctFrozen
                   Move "FROZEN" To WS-Status-Desc
               When AcctClosed
                   Move "CLOSED" To WS-Status-Desc
               When Other
                   Move "OPEN" To WS-Status-Desc
           End-Evaluate.
       5100-DESCRIBE-STATUS-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  6000-DELETE-ACCOUNT : remove an account from the master, but  *
      *  never one that still has activity on the TRANCLN clean        *
      *  transactions on the next TRANCHK pass.                        *
      * ---------------------------------------------------------------*
       6000-DELETE-ACCOUNT.
           Move "DELETE ACCOUNT" To SO-Action Of WS-Sign-On-Parms
           Perform 1300-CHECK-AUTHORITY Thru 1300-CHECK-AUTHORITY-EXIT
           If Not WS-Authorised
               Go To 6000-DELETE-ACCOUNT-EXIT
           End-If
           Display "Division to delete: " With No Advancing
           Accept WS-Entry-Division
           Display "Account to delete: " With No Advancing
                       WS-Entry-Account " not found"
                   Go To 6000-DELETE-ACCOUNT-EXIT
           End-Read
           Move Account-Entry To WS-Before-Image
           Perform 6500-CHECK-ACTIVITY Thru 6500-CHECK-ACTIVITY-EXIT
           If WS-Has-Activity
               Display "Account " WS-Entry-Division "/"
               Not Invalid Key
                   Display "Account " WS-Entry-Division "/"
                       WS-Entry-Account " deleted"
                   Move "D" To CJ-Action Of WS-Change-Parms
                   Move WS-Before-Image
                       To CJ-Before-Image Of WS-Change-Parms
                   Move Spaces To CJ-After-Image Of WS-Change-Parms
                   Perform 1200-WRITE-CHANGE-JOURNAL
                       Thru 1200-WRITE-CHANGE-JOURNAL-EXIT
           End-Delete.
       6000-DELETE-ACCOUNT-EXIT.
           Exit.
       6700-CHECK-HISTORY-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  7000-CHANGE-STATUS : freeze, unfreeze, close or reopen an     *
      *  account. A frozen account takes no postings until it is       *
      *  opened again; a closed one takes none at all and stays on     *
      *  file for HISTINQ. Closing is only allowed when the ACCTBAL    *
      *  closing balance has been brought to zero.                     *
      * ---------------------------------------------------------------*
       7000-CHANGE-STATUS.
           Move "CHANGE ACCOUNT STATUS" To SO-Action Of WS-Sign-On-Parms
           Perform 1300-CHECK-AUTHORITY Thru 1300-CHECK-AUTHORITY-EXIT
           If Not WS-Authorised
               Go To 7000-CHANGE-STATUS-EXIT
           End-If
           Display "Division to change: " With No Advancing
           Accept WS-Entry-Division
           Display "Account to change: " With No Advancing
           Accept WS-Entry-Account
           Move WS-Entry-Division To AcctDivision
           Move WS-Entry-Account To AcctAccount
           Read ACCOUNT-MASTER
               Invalid Key
                   Display "Account " WS-Entry-Division "/"
                       WS-Entry-Account " not found"
                   Go To 7000-CHANGE-STATUS-EXIT
           End-Read
           Move Account-Entry To WS-Before-Image
           Perform 5100-DESCRIBE-STATUS Thru 5100-DESCRIBE-STATUS-EXIT
           Display "Current status: " WS-Status-Desc
           Display "O)pen  F)reeze  C)lose  (blank = no change): "
               With No Advancing
           Accept WS-Entry-Status
           Evaluate WS-Entry-Status
               When Space
                   Go To 7000-CHANGE-STATUS-EXIT
               When "O"
                   If Not AcctFrozen And Not AcctClosed
                       Display "Account is already open - no change"
                       Go To 7000-CHANGE-STATUS-EXIT
                   End-If
                   Move "O" To AcctStatus
                   Move 0 To AcctClosedDate
               When "F"
                   If AcctFrozen Or AcctClosed
                       Display "Only an open account can be frozen"
                           " - no change"
                       Go To 7000-CHANGE-STATUS-EXIT
                   End-If
                   Move "F" To AcctStatus
               When "C"
                   If AcctClosed
                       Display "Account is already closed - no change"
                       Go To 7000-CHANGE-STATUS-EXIT
                   End-If
                   Perform 7500-CHECK-CLOSING-BALANCE
                       Thru 7500-CHECK-CLOSING-BALANCE-EXIT
                   If Not WS-Balance-Zero
                       Go To 7000-CHANGE-STATUS-EXIT
                   End-If
                   Move "C" To AcctStatus
                   Move WS-Run-Date To AcctClosedDate
               When Other
                   Display "Status must be O, F or C - no change"
                   Go To 7000-CHANGE-STATUS-EXIT
           End-Evaluate
           Rewrite Account-Entry
               Invalid Key
                   Display "Rewrite of account " WS-Entry-Division "/"
                       WS-Entry-Account " failed"
               Not Invalid Key
                   Perform 5100-DESCRIBE-STATUS
                       Thru 5100-DESCRIBE-STATUS-EXIT
                   Display "Account " WS-Entry-Division "/"
                       WS-Entry-Account " now " WS-Status-Desc
                   Move "C" To CJ-Action Of WS-Change-Parms
                   Move WS-Before-Image
                       To CJ-Before-Image Of WS-Change-Parms
                   Move Account-Entry
                       To CJ-After-Image Of WS-Change-Parms
                   Perform 1200-WRITE-CHANGE-JOURNAL
                       Thru 1200-WRITE-CHANGE-JOURNAL-EXIT
           End-Rewrite.
       7000-CHANGE-STATUS-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  7500-CHECK-CLOSING-BALANCE : the account's ACCTBAL closing    *
      *  balance (forward plus this period's activity) must be zero    *
      *  before it can close. An account not on ACCTBAL has never had  *
      *  anything posted and stands at zero; an ACCTBAL that will not  *
      *  open proves nothing, so the close is refused.                 *
      * ---------------------------------------------------------------*
       7500-CHECK-CLOSING-BALANCE.
           Move "N" To WS-Balance-Zero-Sw
           Move 0 To WS-Closing-Balance
           Open Input BALANCE-MASTER
           If WS-Bal-File-NoSuchFile
               Move "Y" To WS-Balance-Zero-Sw
               Go To 7500-CHECK-CLOSING-BALANCE-EXIT
           End-If
           If Not WS-Bal-File-OK
               Display "Balance file unavailable " WS-Bal-File-Status
                   " - not closed"
               Go To 7500-CHECK-CLOSING-BALANCE-EXIT
           End-If
           Move WS-Entry-Division To BAL-Division
           Move WS-Entry-Account To BAL-Account
           Read BALANCE-MASTER
               Invalid Key
                   Continue
               Not Invalid Key
                   Add BAL-Forward BAL-Activity
                       To WS-Closing-Balance
           End-Read
           Close BALANCE-MASTER
           If WS-Closing-Balance = 0
               Move "Y" To WS-Balance-Zero-Sw
           Else
               Move WS-Closing-Balance To WS-Closing-Display
               Display "Closing balance is " WS-Closing-Display
                   " - not closed"
           End-If.
       7500-CHECK-CLOSING-BALANCE-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  8000-BROWSE-ACCOUNTS : page through the master in             *
      *  division/account order from a chosen starting division       *
           End-If
           Move 0 To WS-Page-Lines
           Display " "
           Display "DIV   ACCT    OWNER  STATUS  DFLT  PAGE "
               WS-Page-Number
           Perform 8300-BROWSE-LINE Thru 8300-BROWSE-LINE-EXIT
               Until WS-Page-Lines >= WS-Page-Size
                   Or WS-Browse-At-Eof
                   Move AcctDivision To WS-Browse-Division
                   Move AcctAccount To WS-Browse-Account
                   Move AcctOwner To WS-Browse-Owner
                   Perform 5100-DESCRIBE-STATUS
                       Thru 5100-DESCRIBE-STATUS-EXIT
                   Move WS-Status-Desc To WS-Browse-Status
                   Move Spaces To WS-Browse-Default
                   If AcctIsPayDefault
                       Move "YES" To WS-Browse-Default
                   End-If
                   Display WS-Browse-Line
                   Add 1 To WS-Page-Lines
           End-Read.
