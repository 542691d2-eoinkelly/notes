      * ************************************************************** *
      *  TYPEMAINT                                                      *
      *                                                                 *
      *  Maintenance screen for the TRANTYPE transaction type table -  *
      *  the add/change/inquire/delete/browse counterpart ACCTMAINT    *
      *  gives the account master. Every TR-Type TRANEDIT accepts must *
      *  be on this table; the description is what SUMMRPT, CUSTSTMT   *
      *  and HISTINQ print beside the code, and the class (N normal,   *
      *  R reversal) decides whether TRANEDIT demands a reference to   *
      *  an original on TRANHIST. A delete refuses a type still in use *
      *  on TRANCLN, TRANHOLD or TRANHIST, or those lines could no     *
      *  longer be described or re-edited.                             *
      *  The operator must be signed on (OPERSIGN); an inquiry-level   *
      *  operator may inquire and browse only.                         *
      *                                                                 *
      *  Author.        Data Processing.                                *
      *  Installation.  Batch Suite.                                    *
      *  Date-Written.   15 Oct 2026.                                    *
      *                                                                 *
      *  Modification history                                           *
      *  2026-10-15  ek  Initial version.                                *
      *  2026-10-15  ek  Operator sign-on through OPERSIGN. Add,       *
      *                  change and delete need maintenance level or   *
      *                  above - refusals are logged to the audit      *
      *                  trail.                                        *
      * ************************************************************** *
       Identification Division.
       Program-ID. TYPEMAINT.

      * ************************************************************** *
       Environment Division.
       Input-Output Section.
       File-Control.
           Select TRAN-TYPE-TABLE
               Assign to "TRANTYPE"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is TT-Code
               File Status is WS-Type-File-Status.

           Select CLEAN-TRANSACTION-FILE
               Assign to "TRANCLN"
               Organization is Line Sequential
               File Status is WS-Clean-File-Status.

           Select HELD-TRANSACTION-FILE
               Assign to "TRANHOLD"
               Organization is Line Sequential
               File Status is WS-Held-File-Status.

           Select TRANSACTION-HISTORY
               Assign to "TRANHIST"
               Organization is Indexed
               Access Mode is Sequential
               Record Key is TH-Key
               File Status is WS-Hist-File-Status.

      * ************************************************************** *
       Data Division.
       File Section.
       FD  TRAN-TYPE-TABLE
           Label Records are Standard.
       COPY TYPEREC.

       FD  CLEAN-TRANSACTION-FILE
           Label Records are Standard.
       COPY TRANREC Replacing Transaction-Record By CLEAN-RECORD.

       FD  HELD-TRANSACTION-FILE
           Label Records are Standard.
       COPY TRANREC Replacing Transaction-Record By HELD-RECORD.

       FD  TRANSACTION-HISTORY
           Label Records are Standard.
       COPY HISTREC.

       Working-Storage Section.
       01  WS-Type-File-Status     Pic X(02).
           88  WS-Type-File-OK         Value "00".
           88  WS-Type-File-NoSuchFile Value "35".

       01  WS-Clean-File-Status    Pic X(02).
           88  WS-Clean-File-OK        Value "00".

       01  WS-Held-File-Status     Pic X(02).
           88  WS-Held-File-OK         Value "00".

       01  WS-Hist-File-Status     Pic X(02).
           88  WS-Hist-File-OK         Value "00".

       01  WS-Switches.
           05  WS-More-Work-Sw     Pic X(01) Value "Y".
               88  WS-More-Work        Value "Y".
           05  WS-Table-Open-Sw    Pic X(01) Value "N".
               88  WS-Table-Open       Value "Y".
           05  WS-Entry-Valid-Sw   Pic X(01).
               88  WS-Entry-Valid      Value "Y".
           05  WS-Scan-Eof-Sw      Pic X(01).
               88  WS-Scan-At-Eof      Value "Y".
           05  WS-In-Use-Sw        Pic X(01).
               88  WS-In-Use           Value "Y".
           05  WS-Authorised-Sw    Pic X(01).
               88  WS-Authorised       Value "Y".

       01  WS-Menu-Choice          Pic X(01).

       01  WS-Entry-Save.
           05  WS-Entry-Code       Pic X(02).
           05  WS-Entry-Description
                                   Pic X(20).
           05  WS-Entry-Class      Pic X(01).
               88  WS-Entry-Class-OK   Value "N" "R".

       01  WS-Browse-Fields.
           05  WS-Browse-Start     Pic X(02).
           05  WS-Reposition-Key   Pic X(02).
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
           05  WS-Page-Start-Key   Pic X(02) Occurs 100 Times.

       01  WS-Browse-Line.
           05  WS-Browse-Code      Pic X(02).
           05  Filler              Pic X(04) Value Spaces.
           05  WS-Browse-Description
                                   Pic X(20).
           05  Filler              Pic X(02) Value Spaces.
           05  WS-Browse-Class     Pic X(01).

       01  WS-Caller-Name           Pic X(50).
       01  WS-Pid                   Pic 9(05).
       01  WS-Completion-Code       Pic S9(04) Value 0.
       COPY SIGNREC Replacing Sign-On-Entry By WS-Sign-On-Parms.
       COPY AUDITREC Replacing Audit-Log-Entry By WS-Audit-Parms.

      * ************************************************************** *
       Procedure Division.

      * ---------------------------------------------------------------*
      *  0000-MAINLINE : drives the maintenance loop until the         *
      *  operator chooses to quit.                                     *
      * ---------------------------------------------------------------*
       0000-MAINLINE.
           Perform 1000-INITIALIZE Thru 1000-INITIALIZE-EXIT
           Perform 2000-PROCESS-MENU Thru 2000-PROCESS-MENU-EXIT
               Until Not WS-More-Work
           Perform 9000-TERMINATE Thru 9000-TERMINATE-EXIT
           Move WS-Completion-Code To Return-Code
           GoBack.

      * ---------------------------------------------------------------*
      *  1000-INITIALIZE : open the type table for update - on a fresh *
      *  install TRANTYPE does not exist yet, so fall back to Open     *
      *  Output to create it the way ACCTMAINT creates ACCTMAST. The   *
      *  operator is signed on first; with nobody signed on the run    *
      *  ends 8.                                                       *
      * ---------------------------------------------------------------*
       1000-INITIALIZE.
           Move "C" To SO-Function Of WS-Sign-On-Parms
           Move "TYPEMAINT" To SO-Program Of WS-Sign-On-Parms
           Call "OPERSIGN" Using WS-Sign-On-Parms
           If SO-Not-Signed-On Of WS-Sign-On-Parms
               Display "TYPEMAINT: no operator signed on"
               Move "N" To WS-More-Work-Sw
               Move 8 To WS-Completion-Code
               Go To 1000-INITIALIZE-EXIT
           End-If
           Open I-O TRAN-TYPE-TABLE
           If WS-Type-File-NoSuchFile
               Open Output TRAN-TYPE-TABLE
               Close TRAN-TYPE-TABLE
               Open I-O TRAN-TYPE-TABLE
           End-If
           If WS-Type-File-OK
               Move "Y" To WS-Table-Open-Sw
           Else
               Display "TYPEMAINT: open failed " WS-Type-File-Status
               Move "N" To WS-More-Work-Sw
               Move 8 To WS-Completion-Code
           End-If.
       1000-INITIALIZE-EXIT.
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
           Move "TYPEMAINT" To Audit-Program-Name Of WS-Audit-Parms
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
      *  2000-PROCESS-MENU : one pass of the maintenance menu.         *
      * ---------------------------------------------------------------*
       2000-PROCESS-MENU.
           Display "1) Add type  2) Change type"
           Display "3) Inquire type  4) Delete type"
           Display "5) Browse types  6) Quit"
           Display "Select an option: " With No Advancing
           Accept WS-Menu-Choice

           Evaluate WS-Menu-Choice
               When "1"
                   Perform 3000-ADD-TYPE Thru 3000-ADD-TYPE-EXIT
               When "2"
                   Perform 4000-CHANGE-TYPE Thru 4000-CHANGE-TYPE-EXIT
               When "3"
                   Perform 5000-INQUIRE-TYPE
                       Thru 5000-INQUIRE-TYPE-EXIT
               When "4"
                   Perform 6000-DELETE-TYPE Thru 6000-DELETE-TYPE-EXIT
               When "5"
                   Perform 8000-BROWSE-TYPES Thru 8000-BROWSE-TYPES-EXIT
               When "6"
                   Move "N" To WS-More-Work-Sw
               When Other
                   Display "Invalid option, please choose 1-6."
           End-Evaluate.
       2000-PROCESS-MENU-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  3000-ADD-TYPE : key in a new code, description and class and  *
      *  write it to the table once the entry edits clean.             *
      * ---------------------------------------------------------------*
       3000-ADD-TYPE.
           Move "ADD TYPE" To SO-Action Of WS-Sign-On-Parms
           Perform 1300-CHECK-AUTHORITY Thru 1300-CHECK-AUTHORITY-EXIT
           If Not WS-Authorised
               Go To 3000-ADD-TYPE-EXIT
           End-If
           Display "Type code (2 chars): " With No Advancing
           Accept WS-Entry-Code
           If WS-Entry-Code = Spaces
               Display "Type code is blank - not added"
               Go To 3000-ADD-TYPE-EXIT
           End-If
           Perform 3100-ACCEPT-DETAILS Thru 3100-ACCEPT-DETAILS-EXIT
           Perform 3500-VERIFY-ENTRY Thru 3500-VERIFY-ENTRY-EXIT
           If Not WS-Entry-Valid
               Go To 3000-ADD-TYPE-EXIT
           End-If
           Move WS-Entry-Code To TT-Code
           Move WS-Entry-Description To TT-Description
           Move WS-Entry-Class To TT-Class
           Write Tran-Type-Entry
               Invalid Key
                   Display "Type " WS-Entry-Code
                       " already exists, not added"
               Not Invalid Key
                   Display "Type " WS-Entry-Code " added"
           End-Write.
       3000-ADD-TYPE-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  3100-ACCEPT-DETAILS : the description and class off the       *
      *  operator's terminal into the staging fields.                  *
      * ---------------------------------------------------------------*
       3100-ACCEPT-DETAILS.
           Display "Description (20 chars): " With No Advancing
           Accept WS-Entry-Description
           Display "Class N)ormal or R)eversal: " With No Advancing
           Accept WS-Entry-Class.
       3100-ACCEPT-DETAILS-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  3500-VERIFY-ENTRY : a type needs a description to print and a *
      *  class of N or R. Leaves the verdict in WS-Entry-Valid-Sw; the *
      *  reason is already on the screen.                              *
      * ---------------------------------------------------------------*
       3500-VERIFY-ENTRY.
           Move "N" To WS-Entry-Valid-Sw
           If WS-Entry-Description = Spaces
               Display "Description is blank - not applied"
               Go To 3500-VERIFY-ENTRY-EXIT
           End-If
           If Not WS-Entry-Class-OK
               Display "Class must be N or R - not applied"
               Go To 3500-VERIFY-ENTRY-EXIT
           End-If
           Move "Y" To WS-Entry-Valid-Sw.
       3500-VERIFY-ENTRY-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  4000-CHANGE-TYPE : new description and class for an existing  *
      *  code - the code itself is the key and does not change.        *
      * ---------------------------------------------------------------*
       4000-CHANGE-TYPE.
           Move "CHANGE TYPE" To SO-Action Of WS-Sign-On-Parms
           Perform 1300-CHECK-AUTHORITY Thru 1300-CHECK-AUTHORITY-EXIT
           If Not WS-Authorised
               Go To 4000-CHANGE-TYPE-EXIT
           End-If
           Display "Type code to change: " With No Advancing
           Accept WS-Entry-Code
           Move WS-Entry-Code To TT-Code
           Read TRAN-TYPE-TABLE
               Invalid Key
                   Display "Type " WS-Entry-Code " not found"
                   Go To 4000-CHANGE-TYPE-EXIT
           End-Read
           Display "Current description : " TT-Description
           Display "Current class       : " TT-Class
           Perform 3100-ACCEPT-DETAILS Thru 3100-ACCEPT-DETAILS-EXIT
           Perform 3500-VERIFY-ENTRY Thru 3500-VERIFY-ENTRY-EXIT
           If Not WS-Entry-Valid
               Go To 4000-CHANGE-TYPE-EXIT
           End-If
           Move WS-Entry-Description To TT-Description
           Move WS-Entry-Class To TT-Class
           Rewrite Tran-Type-Entry
               Invalid Key
                   Display "Rewrite of type " WS-Entry-Code " failed"
               Not Invalid Key
                   Display "Type " WS-Entry-Code " changed"
           End-Rewrite.
       4000-CHANGE-TYPE-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  5000-INQUIRE-TYPE : read-only lookup by type code.            *
      * ---------------------------------------------------------------*
       5000-INQUIRE-TYPE.
           Display "Type code to inquire: " With No Advancing
           Accept WS-Entry-Code
           Move WS-Entry-Code To TT-Code
           Read TRAN-TYPE-TABLE
               Invalid Key
                   Display "Type " WS-Entry-Code " not found"
               Not Invalid Key
                   Display "Type        : " TT-Code
                   Display "Description : " TT-Description
                   If TT-Reversal
                       Display "Class       : R - reversal"
                   Else
                       Display "Class       : N - normal"
                   End-If
           End-Read.
       5000-INQUIRE-TYPE-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  6000-DELETE-TYPE : remove a type from the table, but never    *
      *  one still in use on the clean file, the hold file or the      *
      *  history.                                                      *
      * ---------------------------------------------------------------*
       6000-DELETE-TYPE.
           Move "DELETE TYPE" To SO-Action Of WS-Sign-On-Parms
           Perform 1300-CHECK-AUTHORITY Thru 1300-CHECK-AUTHORITY-EXIT
           If Not WS-Authorised
               Go To 6000-DELETE-TYPE-EXIT
           End-If
           Display "Type code to delete: " With No Advancing
           Accept WS-Entry-Code
           Move WS-Entry-Code To TT-Code
           Read TRAN-TYPE-TABLE
               Invalid Key
                   Display "Type " WS-Entry-Code " not found"
                   Go To 6000-DELETE-TYPE-EXIT
           End-Read
           Perform 6500-CHECK-IN-USE Thru 6500-CHECK-IN-USE-EXIT
           If WS-In-Use
               Display "Type " WS-Entry-Code
                   " is still in use - not deleted"
               Go To 6000-DELETE-TYPE-EXIT
           End-If
           Move WS-Entry-Code To TT-Code
           Delete TRAN-TYPE-TABLE
               Invalid Key
                   Display "Delete of type " WS-Entry-Code " failed"
               Not Invalid Key
                   Display "Type " WS-Entry-Code " deleted"
           End-Delete.
       6000-DELETE-TYPE-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  6500-CHECK-IN-USE : pass TRANCLN, then TRANHOLD, then the     *
      *  TRANHIST history looking for the type being deleted. The      *
      *  history is keyed by account, not type, so it is read right    *
      *  through. A file not on disk has nothing to check and is       *
      *  passed over.                                                  *
      * ---------------------------------------------------------------*
       6500-CHECK-IN-USE.
           Move "N" To WS-In-Use-Sw
           Open Input CLEAN-TRANSACTION-FILE
           If WS-Clean-File-OK
               Move "N" To WS-Scan-Eof-Sw
               Perform 6600-SCAN-CLEAN Thru 6600-SCAN-CLEAN-EXIT
                   Until WS-Scan-At-Eof Or WS-In-Use
               Close CLEAN-TRANSACTION-FILE
           End-If
           If WS-In-Use
               Go To 6500-CHECK-IN-USE-EXIT
           End-If
           Open Input HELD-TRANSACTION-FILE
           If WS-Held-File-OK
               Move "N" To WS-Scan-Eof-Sw
               Perform 6650-SCAN-HELD Thru 6650-SCAN-HELD-EXIT
                   Until WS-Scan-At-Eof Or WS-In-Use
               Close HELD-TRANSACTION-FILE
           End-If
           If WS-In-Use
               Go To 6500-CHECK-IN-USE-EXIT
           End-If
           Open Input TRANSACTION-HISTORY
           If WS-Hist-File-OK
               Move "N" To WS-Scan-Eof-Sw
               Perform 6700-SCAN-HISTORY Thru 6700-SCAN-HISTORY-EXIT
                   Until WS-Scan-At-Eof Or WS-In-Use
               Close TRANSACTION-HISTORY
           End-If.
       6500-CHECK-IN-USE-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  6600-SCAN-CLEAN : one clean transaction - is it of the type   *
      *  being deleted?                                                *
      * ---------------------------------------------------------------*
       6600-SCAN-CLEAN.
           Read CLEAN-TRANSACTION-FILE
               At End
                   Move "Y" To WS-Scan-Eof-Sw
               Not At End
                   If TR-Type Of CLEAN-RECORD = WS-Entry-Code
                       Move "Y" To WS-In-Use-Sw
                   End-If
           End-Read.
       6600-SCAN-CLEAN-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  6650-SCAN-HELD : one held-over transaction - is it of the     *
      *  type being deleted?                                           *
      * ---------------------------------------------------------------*
       6650-SCAN-HELD.
           Read HELD-TRANSACTION-FILE
               At End
                   Move "Y" To WS-Scan-Eof-Sw
               Not At End
                   If TR-Type Of HELD-RECORD = WS-Entry-Code
                       Move "Y" To WS-In-Use-Sw
                   End-If
           End-Read.
       6650-SCAN-HELD-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  6700-SCAN-HISTORY : one history record - is it of the type    *
      *  being deleted?                                                *
      * ---------------------------------------------------------------*
       6700-SCAN-HISTORY.
           Read TRANSACTION-HISTORY Next Record
               At End
                   Move "Y" To WS-Scan-Eof-Sw
               Not At End
                   If TH-Type = WS-Entry-Code
                       Move "Y" To WS-In-Use-Sw
                   End-If
           End-Read.
       6700-SCAN-HISTORY-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  8000-BROWSE-TYPES : page through the table in code order from *
      *  a chosen starting code (blank for the top), a screenful at a  *
      *  time - the same paging ACCTMAINT's account browse does.       *
      * ---------------------------------------------------------------*
       8000-BROWSE-TYPES.
           Display "Start type code (blank = top): "
               With No Advancing
           Accept WS-Browse-Start

           Move 0 To WS-Page-Number
           Move "N" To WS-Browse-Done-Sw
           Move WS-Browse-Start To WS-Reposition-Key
           Perform 8500-POSITION-AT-KEY
               Thru 8500-POSITION-AT-KEY-EXIT
           If WS-Browse-At-Eof
               Display "No types from that starting point."
               Go To 8000-BROWSE-TYPES-EXIT
           End-If
           Perform 8200-BROWSE-PAGE Thru 8200-BROWSE-PAGE-EXIT
               Until WS-Browse-Done.
       8000-BROWSE-TYPES-EXIT.
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
           Display "TYPE  DESCRIPTION           CLASS  PAGE "
               WS-Page-Number
           Perform 8300-BROWSE-LINE Thru 8300-BROWSE-LINE-EXIT
               Until WS-Page-Lines >= WS-Page-Size
                   Or WS-Browse-At-Eof
           If WS-Page-Lines = 0
               Display "(no types on this page)"
           End-If
           If WS-Browse-At-Eof
               Display "** end of file **"
           End-If
           Perform 8400-PROMPT-PAGE Thru 8400-PROMPT-PAGE-EXIT.
       8200-BROWSE-PAGE-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  8300-BROWSE-LINE : next type onto the screen; the first       *
      *  record shown on a page has its key kept as the page's start   *
      *  for paging backwards.                                         *
      * ---------------------------------------------------------------*
       8300-BROWSE-LINE.
           Read TRAN-TYPE-TABLE Next Record
               At End
                   Move "Y" To WS-Browse-Eof-Sw
               Not At End
                   If WS-Page-Lines = 0
                       Move TT-Code
                           To WS-Page-Start-Key (WS-Page-Number)
                   End-If
                   Move TT-Code To WS-Browse-Code
                   Move TT-Description To WS-Browse-Description
                   Move TT-Class To WS-Browse-Class
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
      *  8500-POSITION-AT-KEY : START the table at (or after) a type   *
      *  code.                                                         *
      * ---------------------------------------------------------------*
       8500-POSITION-AT-KEY.
           Move "N" To WS-Browse-Eof-Sw
           Move WS-Reposition-Key To TT-Code
           Start TRAN-TYPE-TABLE Key >= TT-Code
               Invalid Key
                   Move "Y" To WS-Browse-Eof-Sw
           End-Start.
       8500-POSITION-AT-KEY-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  9000-TERMINATE : close the table down cleanly and log how the *
      *  run actually finished.                                        *
      * ---------------------------------------------------------------*
       9000-TERMINATE.
           If WS-Table-Open
               Close TRAN-TYPE-TABLE
           End-If
           Perform 1100-WRITE-AUDIT-ENTRY
               Thru 1100-WRITE-AUDIT-ENTRY-EXIT.
       9000-TERMINATE-EXIT.
           Exit.
