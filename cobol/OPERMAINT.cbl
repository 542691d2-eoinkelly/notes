      * ************************************************************** *
      *  OPERMAINT                                                      *
      *                                                                 *
      *  Maintenance screen for the OPERFILE operator security file -  *
      *  the add/change/inquire/delete/browse counterpart TYPEMAINT    *
      *  gives the transaction type table. Each operator has an ID,    *
      *  a password, a name and a level (1 inquiry, 2 maintenance,     *
      *  3 batch operator, 4 supervisor - see copybooks/OPERREC.cpy).  *
      *  Supervisors only: the operator signed on through OPERSIGN     *
      *  must be level 4, anyone else is refused and the refusal is    *
      *  logged. Passwords are keyed but never shown. A supervisor     *
      *  cannot delete, or change the level of, their own ID.          *
      *                                                                 *
      *  On a fresh install there is nobody to sign on as, so with no  *
      *  operators on file the first one is set up without a sign-on   *
      *  and must be a supervisor.                                     *
      *                                                                 *
      *  Author.        Data Processing.                                *
      *  Installation.  Batch Suite.                                    *
      *  Date-Written.   15 Oct 2026.                                    *
      *                                                                 *
      *  Modification history                                           *
      *  2026-10-15  ek  Initial version.                                *
      * ************************************************************** *
       Identification Division.
       Program-ID. OPERMAINT.

      * ************************************************************** *
       Environment Division.
       Input-Output Section.
       File-Control.
           Select OPERATOR-FILE
               Assign to "OPERFILE"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is OperId
               File Status is WS-Oper-File-Status.

      * ************************************************************** *
       Data Division.
       File Section.
       FD  OPERATOR-FILE
           Label Records are Standard.
       COPY OPERREC.

       Working-Storage Section.
       01  WS-Oper-File-Status     Pic X(02).
           88  WS-Oper-File-OK         Value "00".
           88  WS-Oper-File-NoSuchFile Value "35".

       01  WS-Switches.
           05  WS-More-Work-Sw     Pic X(01) Value "Y".
               88  WS-More-Work        Value "Y".
           05  WS-File-Open-Sw     Pic X(01) Value "N".
               88  WS-File-Open        Value "Y".
           05  WS-Entry-Valid-Sw   Pic X(01).
               88  WS-Entry-Valid      Value "Y".
           05  WS-File-Empty-Sw    Pic X(01).
               88  WS-File-Empty       Value "Y".

       01  WS-Menu-Choice          Pic X(01).

       01  WS-Entry-Save.
           05  WS-Entry-Operator   Pic X(08).
           05  WS-Entry-Password   Pic X(08).
           05  WS-Entry-Name       Pic X(20).
           05  WS-Entry-Level      Pic X(01).
               88  WS-Entry-Level-OK   Value "1" Thru "4".
               88  WS-Entry-Supervisor Value "4".

       01  WS-Browse-Fields.
           05  WS-Browse-Start     Pic X(08).
           05  WS-Reposition-Key   Pic X(08).
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
           05  WS-Page-Start-Key   Pic X(08) Occurs 100 Times.

       01  WS-Browse-Line.
           05  WS-Browse-Operator  Pic X(08).
           05  Filler              Pic X(02) Value Spaces.
           05  WS-Browse-Name      Pic X(20).
           05  Filler              Pic X(02) Value Spaces.
           05  WS-Browse-Level     Pic 9(01).
           05  Filler              Pic X(02) Value Spaces.
           05  WS-Browse-Level-Desc
                                   Pic X(12).

       01  WS-Level-Desc           Pic X(12).

       01  WS-Caller-Name           Pic X(50).
       01  WS-Pid                   Pic 9(05).
       01  WS-Completion-Code       Pic S9(04) Value 0.
       COPY SIGNREC Replacing Sign-On-Entry By WS-Sign-On-Parms.
       COPY AUDITREC Replacing Audit-Log-Entry By WS-Audit-Parms.

      * ************************************************************** *
       Procedure Division.

      * ---------------------------------------------------------------*
      *  0000-MAINLINE : drives the maintenance loop until the         *
      *  supervisor chooses to quit.                                   *
      * ---------------------------------------------------------------*
       0000-MAINLINE.
           Perform 1000-INITIALIZE Thru 1000-INITIALIZE-EXIT
           Perform 2000-PROCESS-MENU Thru 2000-PROCESS-MENU-EXIT
               Until Not WS-More-Work
           Perform 9000-TERMINATE Thru 9000-TERMINATE-EXIT
           Move WS-Completion-Code To Return-Code
           GoBack.

      * ---------------------------------------------------------------*
      *  1000-INITIALIZE : set up the first supervisor if nobody is on *
      *  file, then insist on a supervisor signed on before the file   *
      *  is opened for update.                                         *
      * ---------------------------------------------------------------*
       1000-INITIALIZE.
           Perform 1500-CHECK-FIRST-OPERATOR
               Thru 1500-CHECK-FIRST-OPERATOR-EXIT
           If WS-Completion-Code Not = 0
               Move "N" To WS-More-Work-Sw
               Go To 1000-INITIALIZE-EXIT
           End-If
           Move "C" To SO-Function Of WS-Sign-On-Parms
           Move "OPERMAINT" To SO-Program Of WS-Sign-On-Parms
           Call "OPERSIGN" Using WS-Sign-On-Parms
           If SO-Not-Signed-On Of WS-Sign-On-Parms
               Display "OPERMAINT: no operator signed on"
               Move "N" To WS-More-Work-Sw
               Move 8 To WS-Completion-Code
               Go To 1000-INITIALIZE-EXIT
           End-If
           If Not SO-Level-Supervisor Of WS-Sign-On-Parms
               Display "OPERMAINT: operator maintenance is for "
                   "supervisors only"
               Move "R" To SO-Function Of WS-Sign-On-Parms
               Move "OPERATOR MAINTENANCE"
                   To SO-Action Of WS-Sign-On-Parms
               Call "OPERSIGN" Using WS-Sign-On-Parms
               Move "N" To WS-More-Work-Sw
               Move 8 To WS-Completion-Code
               Go To 1000-INITIALIZE-EXIT
           End-If
           Open I-O OPERATOR-FILE
           If WS-Oper-File-OK
               Move "Y" To WS-File-Open-Sw
           Else
               Display "OPERMAINT: open failed " WS-Oper-File-Status
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
           Move "OPERMAINT" To Audit-Program-Name Of WS-Audit-Parms
           Move WS-Caller-Name To Audit-Caller-Name Of WS-Audit-Parms
           Move WS-Pid To Audit-Pid Of WS-Audit-Parms
           Move WS-Completion-Code
               To Audit-Return-Code Of WS-Audit-Parms
           Call "AUDITLOG" Using WS-Audit-Parms.
       1100-WRITE-AUDIT-ENTRY-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  1500-CHECK-FIRST-OPERATOR : on a fresh install OPERFILE does  *
      *  not exist yet, so create it the way TYPEMAINT creates         *
      *  TRANTYPE. With nobody on file the first operator is keyed     *
      *  here, without a sign-on, and must be a supervisor - who then  *
      *  signs on as usual.                                            *
      * ---------------------------------------------------------------*
       1500-CHECK-FIRST-OPERATOR.
           Open I-O OPERATOR-FILE
           If WS-Oper-File-NoSuchFile
               Open Output OPERATOR-FILE
               Close OPERATOR-FILE
               Open I-O OPERATOR-FILE
           End-If
           If Not WS-Oper-File-OK
               Display "OPERMAINT: open failed " WS-Oper-File-Status
               Move 8 To WS-Completion-Code
               Go To 1500-CHECK-FIRST-OPERATOR-EXIT
           End-If
           Move "N" To WS-File-Empty-Sw
           Move Low-Values To OperId
           Start OPERATOR-FILE Key >= OperId
               Invalid Key
                   Move "Y" To WS-File-Empty-Sw
           End-Start
           If WS-File-Empty
               Display "No operators on file - key in the first "
                   "supervisor."
               Perform 3000-ADD-OPERATOR Thru 3000-ADD-OPERATOR-EXIT
               Move "N" To WS-File-Empty-Sw
           End-If
           Close OPERATOR-FILE.
       1500-CHECK-FIRST-OPERATOR-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  2000-PROCESS-MENU : one pass of the maintenance menu.         *
      * ---------------------------------------------------------------*
       2000-PROCESS-MENU.
           Display "1) Add operator  2) Change operator"
           Display "3) Inquire operator  4) Delete operator"
           Display "5) Browse operators  6) Quit"
           Display "Select an option: " With No Advancing
           Accept WS-Menu-Choice

           Evaluate WS-Menu-Choice
               When "1"
                   Perform 3000-ADD-OPERATOR Thru 3000-ADD-OPERATOR-EXIT
               When "2"
                   Perform 4000-CHANGE-OPERATOR
                       Thru 4000-CHANGE-OPERATOR-EXIT
               When "3"
                   Perform 5000-INQUIRE-OPERATOR
                       Thru 5000-INQUIRE-OPERATOR-EXIT
               When "4"
                   Perform 6000-DELETE-OPERATOR
                       Thru 6000-DELETE-OPERATOR-EXIT
               When "5"
                   Perform 8000-BROWSE-OPERATORS
                       Thru 8000-BROWSE-OPERATORS-EXIT
               When "6"
                   Move "N" To WS-More-Work-Sw
               When Other
                   Display "Invalid option, please choose 1-6."
           End-Evaluate.
       2000-PROCESS-MENU-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  3000-ADD-OPERATOR : key in a new ID, password, name and level *
      *  and write it to the file once the entry edits clean. The      *
      *  first operator on file must be a supervisor.                  *
      * ---------------------------------------------------------------*
       3000-ADD-OPERATOR.
           Display "Operator ID (8 chars): " With No Advancing
           Accept WS-Entry-Operator
           If WS-Entry-Operator = Spaces
               Display "Operator ID is blank - not added"
               Go To 3000-ADD-OPERATOR-EXIT
           End-If
           Display "Password (8 chars): " With No Advancing
           Accept WS-Entry-Password
           If WS-Entry-Password = Spaces
               Display "Password is blank - not added"
               Go To 3000-ADD-OPERATOR-EXIT
           End-If
           Perform 3100-ACCEPT-DETAILS Thru 3100-ACCEPT-DETAILS-EXIT
           Perform 3500-VERIFY-ENTRY Thru 3500-VERIFY-ENTRY-EXIT
           If Not WS-Entry-Valid
               Go To 3000-ADD-OPERATOR-EXIT
           End-If
           If WS-File-Empty And Not WS-Entry-Supervisor
               Display "The first operator must be level 4 - "
                   "not added"
               Go To 3000-ADD-OPERATOR-EXIT
           End-If
           Move WS-Entry-Operator To OperId
           Move WS-Entry-Password To OperPassword
           Move WS-Entry-Name To OperName
           Move WS-Entry-Level To OperLevel
           Write Operator-Record
               Invalid Key
                   Display "Operator " WS-Entry-Operator
                       " already exists, not added"
               Not Invalid Key
                   Display "Operator " WS-Entry-Operator " added"
           End-Write.
       3000-ADD-OPERATOR-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  3100-ACCEPT-DETAILS : the name and level off the terminal     *
      *  into the staging fields.                                      *
      * ---------------------------------------------------------------*
       3100-ACCEPT-DETAILS.
           Display "Name (20 chars): " With No Advancing
           Accept WS-Entry-Name
           Display "Level 1)inquiry 2)maintenance 3)batch "
               "4)supervisor: " With No Advancing
           Accept WS-Entry-Level.
       3100-ACCEPT-DETAILS-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  3500-VERIFY-ENTRY : an operator needs a name and a level of   *
      *  1 to 4. Leaves the verdict in WS-Entry-Valid-Sw; the reason   *
      *  is already on the screen.                                     *
      * ---------------------------------------------------------------*
       3500-VERIFY-ENTRY.
           Move "N" To WS-Entry-Valid-Sw
           If WS-Entry-Name = Spaces
               Display "Name is blank - not applied"
               Go To 3500-VERIFY-ENTRY-EXIT
           End-If
           If Not WS-Entry-Level-OK
               Display "Level must be 1 to 4 - not applied"
               Go To 3500-VERIFY-ENTRY-EXIT
           End-If
           Move "Y" To WS-Entry-Valid-Sw.
       3500-VERIFY-ENTRY-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  4000-CHANGE-OPERATOR : new name, level and (unless left       *
      *  blank) password for an existing ID - the ID is the key and    *
      *  does not change. The signed-on supervisor cannot change       *
      *  their own level.                                              *
      * ---------------------------------------------------------------*
       4000-CHANGE-OPERATOR.
           Display "Operator ID to change: " With No Advancing
           Accept WS-Entry-Operator
           Move WS-Entry-Operator To OperId
           Read OPERATOR-FILE
               Invalid Key
                   Display "Operator " WS-Entry-Operator " not found"
                   Go To 4000-CHANGE-OPERATOR-EXIT
           End-Read
           Perform 5500-DESCRIBE-LEVEL Thru 5500-DESCRIBE-LEVEL-EXIT
           Display "Current name  : " OperName
           Display "Current level : " OperLevel " " WS-Level-Desc
           Display "New password (blank keeps): " With No Advancing
           Accept WS-Entry-Password
           Perform 3100-ACCEPT-DETAILS Thru 3100-ACCEPT-DETAILS-EXIT
           Perform 3500-VERIFY-ENTRY Thru 3500-VERIFY-ENTRY-EXIT
           If Not WS-Entry-Valid
               Go To 4000-CHANGE-OPERATOR-EXIT
           End-If
           If WS-Entry-Operator = SO-Operator-Id Of WS-Sign-On-Parms
               And WS-Entry-Level Not = OperLevel
               Display "You cannot change your own level - "
                   "not applied"
               Go To 4000-CHANGE-OPERATOR-EXIT
           End-If
           If WS-Entry-Password Not = Spaces
               Move WS-Entry-Password To OperPassword
           End-If
           Move WS-Entry-Name To OperName
           Move WS-Entry-Level To OperLevel
           Rewrite Operator-Record
               Invalid Key
                   Display "Rewrite of operator " WS-Entry-Operator
                       " failed"
               Not Invalid Key
                   Display "Operator " WS-Entry-Operator " changed"
           End-Rewrite.
       4000-CHANGE-OPERATOR-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  5000-INQUIRE-OPERATOR : read-only lookup by ID. The password  *
      *  is not shown.                                                 *
      * ---------------------------------------------------------------*
       5000-INQUIRE-OPERATOR.
           Display "Operator ID to inquire: " With No Advancing
           Accept WS-Entry-Operator
           Move WS-Entry-Operator To OperId
           Read OPERATOR-FILE
               Invalid Key
                   Display "Operator " WS-Entry-Operator " not found"
                   Go To 5000-INQUIRE-OPERATOR-EXIT
           End-Read
           Perform 5500-DESCRIBE-LEVEL Thru 5500-DESCRIBE-LEVEL-EXIT
           Display "Operator : " OperId
           Display "Name     : " OperName
           Display "Level    : " OperLevel " " WS-Level-Desc.
       5000-INQUIRE-OPERATOR-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  5500-DESCRIBE-LEVEL : the level on the record in words.       *
      * ---------------------------------------------------------------*
       5500-DESCRIBE-LEVEL.
           Evaluate True
               When OperInquiry
                   Move "INQUIRY" To WS-Level-Desc
               When OperMaintenance
                   Move "MAINTENANCE" To WS-Level-Desc
               When OperBatch
                   Move "BATCH" To WS-Level-Desc
               When OperSupervisor
                   Move "SUPERVISOR" To WS-Level-Desc
               When Other
                   Move "NOT VALID" To WS-Level-Desc
           End-Evaluate.
       5500-DESCRIBE-LEVEL-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  6000-DELETE-OPERATOR : remove an operator from the file - but *
      *  never the supervisor signed on, who could otherwise lock      *
      *  everyone out of this screen.                                  *
      * ---------------------------------------------------------------*
       6000-DELETE-OPERATOR.
           Display "Operator ID to delete: " With No Advancing
           Accept WS-Entry-Operator
           If WS-Entry-Operator = SO-Operator-Id Of WS-Sign-On-Parms
               Display "You cannot delete your own ID - not deleted"
               Go To 6000-DELETE-OPERATOR-EXIT
           End-If
           Move WS-Entry-Operator To OperId
           Delete OPERATOR-FILE
               Invalid Key
                   Display "Operator " WS-Entry-Operator " not found"
               Not Invalid Key
                   Display "Operator " WS-Entry-Operator " deleted"
           End-Delete.
       6000-DELETE-OPERATOR-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  8000-BROWSE-OPERATORS : page through the file in ID order     *
      *  from a chosen starting ID (blank for the top), a screenful at *
      *  a time - the same paging TYPEMAINT's type browse does.        *
      * ---------------------------------------------------------------*
       8000-BROWSE-OPERATORS.
           Display "Start operator ID (blank = top): "
               With No Advancing
           Accept WS-Browse-Start

           Move 0 To WS-Page-Number
           Move "N" To WS-Browse-Done-Sw
           Move WS-Browse-Start To WS-Reposition-Key
           Perform 8500-POSITION-AT-KEY
               Thru 8500-POSITION-AT-KEY-EXIT
           If WS-Browse-At-Eof
               Display "No operators from that starting point."
               Go To 8000-BROWSE-OPERATORS-EXIT
           End-If
           Perform 8200-BROWSE-PAGE Thru 8200-BROWSE-PAGE-EXIT
               Until WS-Browse-Done.
       8000-BROWSE-OPERATORS-EXIT.
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
           Display "OPERATOR  NAME                  LEVEL          "
               "PAGE " WS-Page-Number
           Perform 8300-BROWSE-LINE Thru 8300-BROWSE-LINE-EXIT
               Until WS-Page-Lines >= WS-Page-Size
                   Or WS-Browse-At-Eof
           If WS-Page-Lines = 0
               Display "(no operators on this page)"
           End-If
           If WS-Browse-At-Eof
               Display "** end of file **"
           End-If
           Perform 8400-PROMPT-PAGE Thru 8400-PROMPT-PAGE-EXIT.
       8200-BROWSE-PAGE-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  8300-BROWSE-LINE : next operator onto the screen; the first   *
      *  record shown on a page has its key kept as the page's start   *
      *  for paging backwards.                                         *
      * ---------------------------------------------------------------*
       8300-BROWSE-LINE.
           Read OPERATOR-FILE Next Record
               At End
                   Move "Y" To WS-Browse-Eof-Sw
               Not At End
                   If WS-Page-Lines = 0
                       Move OperId
                           To WS-Page-Start-Key (WS-Page-Number)
                   End-If
                   Perform 5500-DESCRIBE-LEVEL
                       Thru 5500-DESCRIBE-LEVEL-EXIT
                   Move OperId To WS-Browse-Operator
                   Move OperName To WS-Browse-Name
                   Move OperLevel To WS-Browse-Level
                   Move WS-Level-Desc To WS-Browse-Level-Desc
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
      *  8500-POSITION-AT-KEY : START the file at (or after) an        *
      *  operator ID.                                                  *
      * ---------------------------------------------------------------*
       8500-POSITION-AT-KEY.
           Move "N" To WS-Browse-Eof-Sw
           Move WS-Reposition-Key To OperId
           Start OPERATOR-FILE Key >= OperId
               Invalid Key
                   Move "Y" To WS-Browse-Eof-Sw
           End-Start.
       8500-POSITION-AT-KEY-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  9000-TERMINATE : close the file down cleanly and log how the  *
      *  run actually finished.                                        *
      * ---------------------------------------------------------------*
       9000-TERMINATE.
           If WS-File-Open
               Close OPERATOR-FILE
           End-If
           Perform 1100-WRITE-AUDIT-ENTRY
               Thru 1100-WRITE-AUDIT-ENTRY-EXIT.
       9000-TERMINATE-EXIT.
           Exit.
