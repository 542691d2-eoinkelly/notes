      * ************************************************************** *
      *  GLMAPMNT                                                       *
      *                                                                 *
      *  Maintenance screen for the GLMAP general ledger mapping file  *
      *  - the add/change/inquire/delete/browse counterpart TYPEMAINT  *
      *  gives the type table. Each division/account that can carry a *
      *  period total needs an entry naming the GL account code and    *
      *  cost centre it posts to, and each division needs one entry    *
      *  with a blank account for its control account, or GLFEED will  *
      *  refuse to produce the month's journal.                        *
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
       Program-ID. GLMAPMNT.

      * ************************************************************** *
       Environment Division.
       Input-Output Section.
       File-Control.
           Select GL-MAP-FILE
               Assign to "GLMAP"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is GM-Key
               File Status is WS-Map-File-Status.

      * ************************************************************** *
       Data Division.
       File Section.
       FD  GL-MAP-FILE
           Label Records are Standard.
       COPY GLMAPREC.

       Working-Storage Section.
       01  WS-Map-File-Status      Pic X(02).
           88  WS-Map-File-OK          Value "00".
           88  WS-Map-File-NoSuchFile  Value "35".

       01  WS-Switches.
           05  WS-More-Work-Sw     Pic X(01) Value "Y".
               88  WS-More-Work        Value "Y".
           05  WS-Table-Open-Sw    Pic X(01) Value "N".
               88  WS-Table-Open       Value "Y".
           05  WS-Entry-Valid-Sw   Pic X(01).
               88  WS-Entry-Valid      Value "Y".
           05  WS-Authorised-Sw    Pic X(01).
               88  WS-Authorised       Value "Y".

       01  WS-Menu-Choice          Pic X(01).

       01  WS-Entry-Save.
           05  WS-Entry-Key.
               10  WS-Entry-Division
                                   Pic X(04).
               10  WS-Entry-Account
                                   Pic X(06).
           05  WS-Entry-GL-Account Pic X(10).
           05  WS-Entry-GL-Account-Num
                                   Redefines WS-Entry-GL-Account
                                   Pic 9(10).
           05  WS-Entry-Cost-Centre
                                   Pic X(06).
           05  WS-Entry-Description
                                   Pic X(20).

       01  WS-Browse-Fields.
           05  WS-Browse-Start.
               10  WS-Browse-Start-Division
                                   Pic X(04).
               10  WS-Browse-Start-Account
                                   Pic X(06).
           05  WS-Reposition-Key   Pic X(10).
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
           05  WS-Page-Start-Key   Pic X(10) Occurs 100 Times.

       01  WS-Browse-Line.
           05  WS-Browse-Division  Pic X(04).
           05  Filler              Pic X(02) Value Spaces.
           05  WS-Browse-Account   Pic X(07).
           05  Filler              Pic X(01) Value Space.
           05  WS-Browse-GL-Account
                                   Pic 9(10).
           05  Filler              Pic X(02) Value Spaces.
           05  WS-Browse-Cost-Centre
                                   Pic X(06).
           05  Filler              Pic X(02) Value Spaces.
           05  WS-Browse-Description
                                   Pic X(20).

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
      *  1000-INITIALIZE : open the mapping file for update - on a     *
      *  fresh install GLMAP does not exist yet, so fall back to Open  *
      *  Output to create it the way TYPEMAINT creates TRANTYPE. The   *
      *  operator is signed on first; with nobody signed on the run    *
      *  ends 8.                                                       *
      * ---------------------------------------------------------------*
       1000-INITIALIZE.
           Move "C" To SO-Function Of WS-Sign-On-Parms
           Move "GLMAPMNT" To SO-Program Of WS-Sign-On-Parms
           Call "OPERSIGN" Using WS-Sign-On-Parms
           If SO-Not-Signed-On Of WS-Sign-On-Parms
               Display "GLMAPMNT: no operator signed on"
               Move "N" To WS-More-Work-Sw
               Move 8 To WS-Completion-Code
               Go To 1000-INITIALIZE-EXIT
           End-If
           Open I-O GL-MAP-FILE
           If WS-Map-File-NoSuchFile
               Open Output GL-MAP-FILE
               Close GL-MAP-FILE
               Open I-O GL-MAP-FILE
           End-If
           If WS-Map-File-OK
               Move "Y" To WS-Table-Open-Sw
           Else
               Display "GLMAPMNT: open failed " WS-Map-File-Status
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
           Move "GLMAPMNT" To Audit-Program-Name Of WS-Audit-Parms
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
           Display "1) Add mapping  2) Change mapping"
           Display "3) Inquire mapping  4) Delete mapping"
           Display "5) Browse mappings  6) Quit"
           Display "Select an option: " With No Advancing
           Accept WS-Menu-Choice

           Evaluate WS-Menu-Choice
               When "1"
                   Perform 3000-ADD-MAPPING Thru 3000-ADD-MAPPING-EXIT
               When "2"
                   Perform 4000-CHANGE-MAPPING
                       Thru 4000-CHANGE-MAPPING-EXIT
               When "3"
                   Perform 5000-INQUIRE-MAPPING
                       Thru 5000-INQUIRE-MAPPING-EXIT
               When "4"
                   Perform 6000-DELETE-MAPPING
                       Thru 6000-DELETE-MAPPING-EXIT
               When "5"
                   Perform 8000-BROWSE-MAPPINGS
                       Thru 8000-BROWSE-MAPPINGS-EXIT
               When "6"
                   Move "N" To WS-More-Work-Sw
               When Other
                   Display "Invalid option, please choose 1-6."
           End-Evaluate.
       2000-PROCESS-MENU-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  2100-ACCEPT-KEY : the division and account an entry is for. A *
      *  blank account means the division's control account.           *
      * ---------------------------------------------------------------*
       2100-ACCEPT-KEY.
           Display "Division (4 chars): " With No Advancing
           Accept WS-Entry-Division
           Display "Account (6 chars, blank = division control): "
               With No Advancing
           Accept WS-Entry-Account.
       2100-ACCEPT-KEY-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  3000-ADD-MAPPING : key in a new mapping and write it once the *
      *  entry edits clean.                                            *
      * ---------------------------------------------------------------*
       3000-ADD-MAPPING.
           Move "ADD GL MAPPING" To SO-Action Of WS-Sign-On-Parms
           Perform 1300-CHECK-AUTHORITY Thru 1300-CHECK-AUTHORITY-EXIT
           If Not WS-Authorised
               Go To 3000-ADD-MAPPING-EXIT
           End-If
           Perform 2100-ACCEPT-KEY Thru 2100-ACCEPT-KEY-EXIT
           If WS-Entry-Division = Spaces
               Display "Division is blank - not added"
               Go To 3000-ADD-MAPPING-EXIT
           End-If
           Perform 3100-ACCEPT-DETAILS Thru 3100-ACCEPT-DETAILS-EXIT
           Perform 3500-VERIFY-ENTRY Thru 3500-VERIFY-ENTRY-EXIT
           If Not WS-Entry-Valid
               Go To 3000-ADD-MAPPING-EXIT
           End-If
           Move WS-Entry-Key To GM-Key
           Move WS-Entry-GL-Account-Num To GM-GL-Account
           Move WS-Entry-Cost-Centre To GM-Cost-Centre
           Move WS-Entry-Description To GM-Description
           Write GL-Map-Entry
               Invalid Key
                   Display "Mapping " WS-Entry-Division "/"
                       WS-Entry-Account " already exists, not added"
               Not Invalid Key
                   Display "Mapping " WS-Entry-Division "/"
                       WS-Entry-Account " added"
           End-Write.
       3000-ADD-MAPPING-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  3100-ACCEPT-DETAILS : the GL account, cost centre and         *
      *  description off the operator's terminal into the staging      *
      *  fields.                                                       *
      * ---------------------------------------------------------------*
       3100-ACCEPT-DETAILS.
           Display "GL account code (10 digits): " With No Advancing
           Accept WS-Entry-GL-Account
           Display "Cost centre (6 chars): " With No Advancing
           Accept WS-Entry-Cost-Centre
           Display "Description (20 chars): " With No Advancing
           Accept WS-Entry-Description.
       3100-ACCEPT-DETAILS-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  3500-VERIFY-ENTRY : a mapping needs a ten-digit GL account,   *
      *  a cost centre and a description. Leaves the verdict in        *
      *  WS-Entry-Valid-Sw; the reason is already on the screen.       *
      * ---------------------------------------------------------------*
       3500-VERIFY-ENTRY.
           Move "N" To WS-Entry-Valid-Sw
           If WS-Entry-GL-Account-Num Not Numeric
               Display "GL account must be 10 digits - not applied"
               Go To 3500-VERIFY-ENTRY-EXIT
           End-If
           If WS-Entry-Cost-Centre = Spaces
               Display "Cost centre is blank - not applied"
               Go To 3500-VERIFY-ENTRY-EXIT
           End-If
           If WS-Entry-Description = Spaces
               Display "Description is blank - not applied"
               Go To 3500-VERIFY-ENTRY-EXIT
           End-If
           Move "Y" To WS-Entry-Valid-Sw.
       3500-VERIFY-ENTRY-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  4000-CHANGE-MAPPING : new GL account, cost centre and         *
      *  description for an existing division/account - the key does   *
      *  not change.                                                   *
      * ---------------------------------------------------------------*
       4000-CHANGE-MAPPING.
           Move "CHANGE GL MAPPING" To SO-Action Of WS-Sign-On-Parms
           Perform 1300-CHECK-AUTHORITY Thru 1300-CHECK-AUTHORITY-EXIT
           If Not WS-Authorised
               Go To 4000-CHANGE-MAPPING-EXIT
           End-If
           Perform 2100-ACCEPT-KEY Thru 2100-ACCEPT-KEY-EXIT
           Move WS-Entry-Key To GM-Key
           Read GL-MAP-FILE
               Invalid Key
                   Display "Mapping " WS-Entry-Division "/"
                       WS-Entry-Account " not found"
                   Go To 4000-CHANGE-MAPPING-EXIT
           End-Read
           Display "Current GL account  : " GM-GL-Account
           Display "Current cost centre : " GM-Cost-Centre
           Display "Current description : " GM-Description
           Perform 3100-ACCEPT-DETAILS Thru 3100-ACCEPT-DETAILS-EXIT
           Perform 3500-VERIFY-ENTRY Thru 3500-VERIFY-ENTRY-EXIT
           If Not WS-Entry-Valid
               Go To 4000-CHANGE-MAPPING-EXIT
           End-If
           Move WS-Entry-GL-Account-Num To GM-GL-Account
           Move WS-Entry-Cost-Centre To GM-Cost-Centre
           Move WS-Entry-Description To GM-Description
           Rewrite GL-Map-Entry
               Invalid Key
                   Display "Rewrite of mapping " WS-Entry-Division "/"
                       WS-Entry-Account " failed"
               Not Invalid Key
                   Display "Mapping " WS-Entry-Division "/"
                       WS-Entry-Account " changed"
           End-Rewrite.
       4000-CHANGE-MAPPING-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  5000-INQUIRE-MAPPING : read-only lookup by division/account.  *
      * ---------------------------------------------------------------*
       5000-INQUIRE-MAPPING.
           Perform 2100-ACCEPT-KEY Thru 2100-ACCEPT-KEY-EXIT
           Move WS-Entry-Key To GM-Key
           Read GL-MAP-FILE
               Invalid Key
                   Display "Mapping " WS-Entry-Division "/"
                       WS-Entry-Account " not found"
               Not Invalid Key
                   Display "Division    : " GM-Division
                   If GM-Account = Spaces
                       Display "Account     : (division control)"
                   Else
                       Display "Account     : " GM-Account
                   End-If
                   Display "GL account  : " GM-GL-Account
                   Display "Cost centre : " GM-Cost-Centre
                   Display "Description : " GM-Description
           End-Read.
       5000-INQUIRE-MAPPING-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  6000-DELETE-MAPPING : remove a mapping. The next GLFEED run   *
      *  lists any period total that then has nowhere to post.         *
      * ---------------------------------------------------------------*
       6000-DELETE-MAPPING.
           Move "DELETE GL MAPPING" To SO-Action Of WS-Sign-On-Parms
           Perform 1300-CHECK-AUTHORITY Thru 1300-CHECK-AUTHORITY-EXIT
           If Not WS-Authorised
               Go To 6000-DELETE-MAPPING-EXIT
           End-If
           Perform 2100-ACCEPT-KEY Thru 2100-ACCEPT-KEY-EXIT
           Move WS-Entry-Key To GM-Key
           Delete GL-MAP-FILE
               Invalid Key
                   Display "Mapping " WS-Entry-Division "/"
                       WS-Entry-Account " not found"
               Not Invalid Key
                   Display "Mapping " WS-Entry-Division "/"
                       WS-Entry-Account " deleted"
           End-Delete.
       6000-DELETE-MAPPING-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  8000-BROWSE-MAPPINGS : page through the file in division/     *
      *  account order from a chosen starting point (blank for the     *
      *  top), a screenful at a time - the same paging TYPEMAINT's     *
      *  browse does.                                                  *
      * ---------------------------------------------------------------*
       8000-BROWSE-MAPPINGS.
           Display "Start division (blank = top): "
               With No Advancing
           Accept WS-Browse-Start-Division
           Move Spaces To WS-Browse-Start-Account

           Move 0 To WS-Page-Number
           Move "N" To WS-Browse-Done-Sw
           Move WS-Browse-Start To WS-Reposition-Key
           Perform 8500-POSITION-AT-KEY
               Thru 8500-POSITION-AT-KEY-EXIT
           If WS-Browse-At-Eof
               Display "No mappings from that starting point."
               Go To 8000-BROWSE-MAPPINGS-EXIT
           End-If
           Perform 8200-BROWSE-PAGE Thru 8200-BROWSE-PAGE-EXIT
               Until WS-Browse-Done.
       8000-BROWSE-MAPPINGS-EXIT.
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
           Display "DIV   ACCOUNT GL ACCOUNT  CENTRE  DESCRIPTION"
               "           PAGE " WS-Page-Number
           Perform 8300-BROWSE-LINE Thru 8300-BROWSE-LINE-EXIT
               Until WS-Page-Lines >= WS-Page-Size
                   Or WS-Browse-At-Eof
           If WS-Page-Lines = 0
               Display "(no mappings on this page)"
           End-If
           If WS-Browse-At-Eof
               Display "** end of file **"
           End-If
           Perform 8400-PROMPT-PAGE Thru 8400-PROMPT-PAGE-EXIT.
       8200-BROWSE-PAGE-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  8300-BROWSE-LINE : next mapping onto the screen; the first    *
      *  record shown on a page has its key kept as the page's start   *
      *  for paging backwards.                                         *
      * ---------------------------------------------------------------*
       8300-BROWSE-LINE.
           Read GL-MAP-FILE Next Record
               At End
                   Move "Y" To WS-Browse-Eof-Sw
               Not At End
                   If WS-Page-Lines = 0
                       Move GM-Key
                           To WS-Page-Start-Key (WS-Page-Number)
                   End-If
                   Move GM-Division To WS-Browse-Division
                   If GM-Account = Spaces
                       Move "CONTROL" To WS-Browse-Account
                   Else
                       Move GM-Account To WS-Browse-Account
                   End-If
                   Move GM-GL-Account To WS-Browse-GL-Account
                   Move GM-Cost-Centre To WS-Browse-Cost-Centre
                   Move GM-Description To WS-Browse-Description
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
      *  8500-POSITION-AT-KEY : START the file at (or after) a         *
      *  division/account.                                             *
      * ---------------------------------------------------------------*
       8500-POSITION-AT-KEY.
           Move "N" To WS-Browse-Eof-Sw
           Move WS-Reposition-Key To GM-Key
           Start GL-MAP-FILE Key >= GM-Key
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
           If WS-Table-Open
               Close GL-MAP-FILE
           End-If
           Perform 1100-WRITE-AUDIT-ENTRY
               Thru 1100-WRITE-AUDIT-ENTRY-EXIT.
       9000-TERMINATE-EXIT.
           Exit.
