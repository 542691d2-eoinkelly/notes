      * ************************************************************** *
      *  RATEMAINT                                                      *
      *                                                                 *
      *  Maintenance screen for the RATETAB period-end accrual rate    *
      *  table - the add/change/inquire/delete/browse counterpart      *
      *  TYPEMAINT gives the type table. One entry per division holds  *
      *  the interest tier, rate and cap and the service-charge       *
      *  minimum and fee ACCRUAL applies at period end, with the       *
      *  transaction type each charge is posted under. A type must be  *
      *  a normal (not reversal) type on TRANTYPE, or TRANEDIT would   *
      *  reject every accrual generated under it.                     *
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
       Program-ID. RATEMAINT.

      * ************************************************************** *
       Environment Division.
       Input-Output Section.
       File-Control.
           Select RATE-TABLE
               Assign to "RATETAB"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is RT-Division
               File Status is WS-Rate-File-Status.

           Select TRAN-TYPE-TABLE
               Assign to "TRANTYPE"
               Organization is Indexed
               Access Mode is Random
               Record Key is TT-Code
               File Status is WS-Type-File-Status.

      * ************************************************************** *
       Data Division.
       File Section.
       FD  RATE-TABLE
           Label Records are Standard.
       COPY RATEREC.

       FD  TRAN-TYPE-TABLE
           Label Records are Standard.
       COPY TYPEREC.

       Working-Storage Section.
       01  WS-Rate-File-Status     Pic X(02).
           88  WS-Rate-File-OK         Value "00".
           88  WS-Rate-File-NoSuchFile Value "35".

       01  WS-Type-File-Status     Pic X(02).
           88  WS-Type-File-OK         Value "00".

       01  WS-Switches.
           05  WS-More-Work-Sw     Pic X(01) Value "Y".
               88  WS-More-Work        Value "Y".
           05  WS-Table-Open-Sw    Pic X(01) Value "N".
               88  WS-Table-Open       Value "Y".
           05  WS-Types-Open-Sw    Pic X(01) Value "N".
               88  WS-Types-Open       Value "Y".
           05  WS-Entry-Valid-Sw   Pic X(01).
               88  WS-Entry-Valid      Value "Y".
           05  WS-Type-Valid-Sw    Pic X(01).
               88  WS-Type-Valid       Value "Y".
           05  WS-Authorised-Sw    Pic X(01).
               88  WS-Authorised       Value "Y".

       01  WS-Menu-Choice          Pic X(01).

       01  WS-Entry-Save.
           05  WS-Entry-Division   Pic X(04).
           05  WS-Entry-Tier       Pic X(12).
           05  WS-Entry-Tier-Num   Redefines WS-Entry-Tier
                                   Pic S9(09)V99
                                   Sign Leading Separate.
           05  WS-Entry-Rate       Pic X(06).
           05  WS-Entry-Rate-Num   Redefines WS-Entry-Rate
                                   Pic 9(02)V9(04).
           05  WS-Entry-Cap        Pic X(09).
           05  WS-Entry-Cap-Num    Redefines WS-Entry-Cap
                                   Pic 9(07)V99.
           05  WS-Entry-Int-Type   Pic X(02).
           05  WS-Entry-Minimum    Pic X(12).
           05  WS-Entry-Minimum-Num
                                   Redefines WS-Entry-Minimum
                                   Pic S9(09)V99
                                   Sign Leading Separate.
           05  WS-Entry-Fee        Pic X(07).
           05  WS-Entry-Fee-Num    Redefines WS-Entry-Fee
                                   Pic 9(05)V99.
           05  WS-Entry-Fee-Type   Pic X(02).

       01  WS-Check-Type           Pic X(02).

       01  WS-Show-Fields.
           05  WS-Show-Tier        Pic Z,ZZZ,ZZZ,ZZ9.99-.
           05  WS-Show-Rate        Pic Z9.9999.
           05  WS-Show-Cap         Pic Z,ZZZ,ZZ9.99.
           05  WS-Show-Minimum     Pic Z,ZZZ,ZZZ,ZZ9.99-.
           05  WS-Show-Fee         Pic ZZ,ZZ9.99.

       01  WS-Browse-Fields.
           05  WS-Browse-Start     Pic X(04).
           05  WS-Reposition-Key   Pic X(04).
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
           05  WS-Page-Start-Key   Pic X(04) Occurs 100 Times.

       01  WS-Browse-Line.
           05  WS-Browse-Division  Pic X(04).
           05  Filler              Pic X(01) Value Space.
           05  WS-Browse-Tier      Pic Z,ZZZ,ZZZ,ZZ9.99-.
           05  Filler              Pic X(01) Value Space.
           05  WS-Browse-Rate      Pic Z9.9999.
           05  Filler              Pic X(01) Value Space.
           05  WS-Browse-Cap       Pic Z,ZZZ,ZZ9.99.
           05  Filler              Pic X(01) Value Space.
           05  WS-Browse-Int-Type  Pic X(02).
           05  Filler              Pic X(01) Value Space.
           05  WS-Browse-Minimum   Pic Z,ZZZ,ZZZ,ZZ9.99-.
           05  Filler              Pic X(01) Value Space.
           05  WS-Browse-Fee       Pic ZZ,ZZ9.99.
           05  Filler              Pic X(01) Value Space.
           05  WS-Browse-Fee-Type  Pic X(02).

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
      *  1000-INITIALIZE : open the rate table for update - on a fresh *
      *  install RATETAB does not exist yet, so fall back to Open      *
      *  Output to create it the way TYPEMAINT creates TRANTYPE. The   *
      *  type table is opened to check the posting types against; if   *
      *  it is not there, entries that need a type cannot be applied.  *
      *  The operator is signed on first; with nobody signed on the    *
      *  run ends 8.                                                   *
      * ---------------------------------------------------------------*
       1000-INITIALIZE.
           Move "C" To SO-Function Of WS-Sign-On-Parms
           Move "RATEMAINT" To SO-Program Of WS-Sign-On-Parms
           Call "OPERSIGN" Using WS-Sign-On-Parms
           If SO-Not-Signed-On Of WS-Sign-On-Parms
               Display "RATEMAINT: no operator signed on"
               Move "N" To WS-More-Work-Sw
               Move 8 To WS-Completion-Code
               Go To 1000-INITIALIZE-EXIT
           End-If
           Open I-O RATE-TABLE
           If WS-Rate-File-NoSuchFile
               Open Output RATE-TABLE
               Close RATE-TABLE
               Open I-O RATE-TABLE
           End-If
           If WS-Rate-File-OK
               Move "Y" To WS-Table-Open-Sw
           Else
               Display "RATEMAINT: open failed " WS-Rate-File-Status
               Move "N" To WS-More-Work-Sw
               Move 8 To WS-Completion-Code
               Go To 1000-INITIALIZE-EXIT
           End-If
           Open Input TRAN-TYPE-TABLE
           If WS-Type-File-OK
               Move "Y" To WS-Types-Open-Sw
           Else
               Display "RATEMAINT: type table not available "
                   WS-Type-File-Status
                   " - posting types cannot be checked"
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
           Move "RATEMAINT" To Audit-Program-Name Of WS-Audit-Parms
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
           Display "1) Add rates  2) Change rates"
           Display "3) Inquire rates  4) Delete rates"
           Display "5) Browse rates  6) Quit"
           Display "Select an option: " With No Advancing
           Accept WS-Menu-Choice

           Evaluate WS-Menu-Choice
               When "1"
                   Perform 3000-ADD-RATE Thru 3000-ADD-RATE-EXIT
               When "2"
                   Perform 4000-CHANGE-RATE Thru 4000-CHANGE-RATE-EXIT
               When "3"
                   Perform 5000-INQUIRE-RATE
                       Thru 5000-INQUIRE-RATE-EXIT
               When "4"
                   Perform 6000-DELETE-RATE Thru 6000-DELETE-RATE-EXIT
               When "5"
                   Perform 8000-BROWSE-RATES Thru 8000-BROWSE-RATES-EXIT
               When "6"
                   Move "N" To WS-More-Work-Sw
               When Other
                   Display "Invalid option, please choose 1-6."
           End-Evaluate.
       2000-PROCESS-MENU-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  3000-ADD-RATE : key in a division's rates and write them to   *
      *  the table once the entry edits clean.                         *
      * ---------------------------------------------------------------*
       3000-ADD-RATE.
           Move "ADD RATE" To SO-Action Of WS-Sign-On-Parms
           Perform 1300-CHECK-AUTHORITY Thru 1300-CHECK-AUTHORITY-EXIT
           If Not WS-Authorised
               Go To 3000-ADD-RATE-EXIT
           End-If
           Display "Division (4 chars): " With No Advancing
           Accept WS-Entry-Division
           If WS-Entry-Division = Spaces
               Display "Division is blank - not added"
               Go To 3000-ADD-RATE-EXIT
           End-If
           Perform 3100-ACCEPT-DETAILS Thru 3100-ACCEPT-DETAILS-EXIT
           Perform 3500-VERIFY-ENTRY Thru 3500-VERIFY-ENTRY-EXIT
           If Not WS-Entry-Valid
               Go To 3000-ADD-RATE-EXIT
           End-If
           Move WS-Entry-Division To RT-Division
           Perform 3800-MOVE-ENTRY Thru 3800-MOVE-ENTRY-EXIT
           Write Rate-Entry
               Invalid Key
                   Display "Rates for division " WS-Entry-Division
                       " already exist, not added"
               Not Invalid Key
                   Display "Rates for division " WS-Entry-Division
                       " added"
           End-Write.
       3000-ADD-RATE-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  3100-ACCEPT-DETAILS : the interest and fee terms off the      *
      *  operator's terminal into the staging fields. Amounts are      *
      *  keyed as fixed digits, the way SUSPMNT takes a corrected      *
      *  amount.                                                       *
      * ---------------------------------------------------------------*
       3100-ACCEPT-DETAILS.
           Display "Interest tier - balance above which interest is"
           Display "  earned, sign and 11 digits, last 2 are cents"
           Display "  e.g. +00000100000: " With No Advancing
           Accept WS-Entry-Tier
           Display "Interest rate % per period, 6 digits, last 4 are"
           Display "  decimals, e.g. 002500 = 0.25% (0 = none): "
               With No Advancing
           Accept WS-Entry-Rate
           Display "Interest cap per account, 9 digits, last 2 are"
           Display "  cents, e.g. 000050000 (0 = no cap): "
               With No Advancing
           Accept WS-Entry-Cap
           Display "Interest transaction type: " With No Advancing
           Accept WS-Entry-Int-Type
           Display "Fee minimum - balance below which the fee is"
           Display "  charged, sign and 11 digits, last 2 are cents"
           Display "  e.g. +00000050000: " With No Advancing
           Accept WS-Entry-Minimum
           Display "Fee amount, 7 digits, last 2 are cents"
           Display "  e.g. 0000500 (0 = none): " With No Advancing
           Accept WS-Entry-Fee
           Display "Fee transaction type: " With No Advancing
           Accept WS-Entry-Fee-Type.
       3100-ACCEPT-DETAILS-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  3500-VERIFY-ENTRY : every figure in the form shown, and a     *
      *  normal type on TRANTYPE for each charge that is switched on.  *
      *  Leaves the verdict in WS-Entry-Valid-Sw; the reason is        *
      *  already on the screen.                                        *
      * ---------------------------------------------------------------*
       3500-VERIFY-ENTRY.
           Move "N" To WS-Entry-Valid-Sw
           If WS-Entry-Tier-Num Not Numeric
               Display "Interest tier not in the form shown"
                   " - not applied"
               Go To 3500-VERIFY-ENTRY-EXIT
           End-If
           If WS-Entry-Rate-Num Not Numeric
               Display "Interest rate not in the form shown"
                   " - not applied"
               Go To 3500-VERIFY-ENTRY-EXIT
           End-If
           If WS-Entry-Cap-Num Not Numeric
               Display "Interest cap not in the form shown"
                   " - not applied"
               Go To 3500-VERIFY-ENTRY-EXIT
           End-If
           If WS-Entry-Minimum-Num Not Numeric
               Display "Fee minimum not in the form shown"
                   " - not applied"
               Go To 3500-VERIFY-ENTRY-EXIT
           End-If
           If WS-Entry-Fee-Num Not Numeric
               Display "Fee amount not in the form shown"
                   " - not applied"
               Go To 3500-VERIFY-ENTRY-EXIT
           End-If
           If WS-Entry-Rate-Num > 0
               Move WS-Entry-Int-Type To WS-Check-Type
               Perform 3600-CHECK-TYPE Thru 3600-CHECK-TYPE-EXIT
               If Not WS-Type-Valid
                   Go To 3500-VERIFY-ENTRY-EXIT
               End-If
           End-If
           If WS-Entry-Fee-Num > 0
               Move WS-Entry-Fee-Type To WS-Check-Type
               Perform 3600-CHECK-TYPE Thru 3600-CHECK-TYPE-EXIT
               If Not WS-Type-Valid
                   Go To 3500-VERIFY-ENTRY-EXIT
               End-If
           End-If
           Move "Y" To WS-Entry-Valid-Sw.
       3500-VERIFY-ENTRY-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  3600-CHECK-TYPE : a posting type must be on TRANTYPE and of   *
      *  the normal class - TRANEDIT would demand an original to       *
      *  reverse for anything else.                                    *
      * ---------------------------------------------------------------*
       3600-CHECK-TYPE.
           Move "N" To WS-Type-Valid-Sw
           If WS-Check-Type = Spaces
               Display "Transaction type is blank - not applied"
               Go To 3600-CHECK-TYPE-EXIT
           End-If
           If Not WS-Types-Open
               Display "Type table not available - not applied"
               Go To 3600-CHECK-TYPE-EXIT
           End-If
           Move WS-Check-Type To TT-Code
           Read TRAN-TYPE-TABLE
               Invalid Key
                   Display "Type " WS-Check-Type
                       " not on type table - not applied"
                   Go To 3600-CHECK-TYPE-EXIT
           End-Read
           If TT-Reversal
               Display "Type " WS-Check-Type
                   " is a reversal type - not applied"
               Go To 3600-CHECK-TYPE-EXIT
           End-If
           Move "Y" To WS-Type-Valid-Sw.
       3600-CHECK-TYPE-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  3800-MOVE-ENTRY : the verified staging fields onto the table  *
      *  entry.                                                        *
      * ---------------------------------------------------------------*
       3800-MOVE-ENTRY.
           Move WS-Entry-Tier-Num To RT-Interest-Tier
           Move WS-Entry-Rate-Num To RT-Interest-Rate
           Move WS-Entry-Cap-Num To RT-Interest-Cap
           Move WS-Entry-Int-Type To RT-Interest-Type
           Move WS-Entry-Minimum-Num To RT-Fee-Minimum
           Move WS-Entry-Fee-Num To RT-Fee-Amount
           Move WS-Entry-Fee-Type To RT-Fee-Type.
       3800-MOVE-ENTRY-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  4000-CHANGE-RATE : new terms for an existing division - the   *
      *  division itself is the key and does not change.               *
      * ---------------------------------------------------------------*
       4000-CHANGE-RATE.
           Move "CHANGE RATE" To SO-Action Of WS-Sign-On-Parms
           Perform 1300-CHECK-AUTHORITY Thru 1300-CHECK-AUTHORITY-EXIT
           If Not WS-Authorised
               Go To 4000-CHANGE-RATE-EXIT
           End-If
           Display "Division to change: " With No Advancing
           Accept WS-Entry-Division
           Move WS-Entry-Division To RT-Division
           Read RATE-TABLE
               Invalid Key
                   Display "Rates for division " WS-Entry-Division
                       " not found"
                   Go To 4000-CHANGE-RATE-EXIT
           End-Read
           Perform 5100-SHOW-RATE Thru 5100-SHOW-RATE-EXIT
           Perform 3100-ACCEPT-DETAILS Thru 3100-ACCEPT-DETAILS-EXIT
           Perform 3500-VERIFY-ENTRY Thru 3500-VERIFY-ENTRY-EXIT
           If Not WS-Entry-Valid
               Go To 4000-CHANGE-RATE-EXIT
           End-If
           Perform 3800-MOVE-ENTRY Thru 3800-MOVE-ENTRY-EXIT
           Rewrite Rate-Entry
               Invalid Key
                   Display "Rewrite of rates for division "
                       WS-Entry-Division " failed"
               Not Invalid Key
                   Display "Rates for division " WS-Entry-Division
                       " changed"
           End-Rewrite.
       4000-CHANGE-RATE-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  5000-INQUIRE-RATE : read-only lookup by division.             *
      * ---------------------------------------------------------------*
       5000-INQUIRE-RATE.
           Display "Division to inquire: " With No Advancing
           Accept WS-Entry-Division
           Move WS-Entry-Division To RT-Division
           Read RATE-TABLE
               Invalid Key
                   Display "Rates for division " WS-Entry-Division
                       " not found"
               Not Invalid Key
                   Perform 5100-SHOW-RATE Thru 5100-SHOW-RATE-EXIT
           End-Read.
       5000-INQUIRE-RATE-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  5100-SHOW-RATE : the entry just read, one term to a line.     *
      * ---------------------------------------------------------------*
       5100-SHOW-RATE.
           Move RT-Interest-Tier To WS-Show-Tier
           Move RT-Interest-Rate To WS-Show-Rate
           Move RT-Interest-Cap To WS-Show-Cap
           Move RT-Fee-Minimum To WS-Show-Minimum
           Move RT-Fee-Amount To WS-Show-Fee
           Display "Division      : " RT-Division
           Display "Interest tier : " WS-Show-Tier
           Display "Interest rate : " WS-Show-Rate "%"
           Display "Interest cap  : " WS-Show-Cap
           Display "Interest type : " RT-Interest-Type
           Display "Fee minimum   : " WS-Show-Minimum
           Display "Fee amount    : " WS-Show-Fee
           Display "Fee type      : " RT-Fee-Type.
       5100-SHOW-RATE-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  6000-DELETE-RATE : remove a division's rates. Nothing else    *
      *  refers to the entry - its division simply accrues nothing     *
      *  from the next period end.                                     *
      * ---------------------------------------------------------------*
       6000-DELETE-RATE.
           Move "DELETE RATE" To SO-Action Of WS-Sign-On-Parms
           Perform 1300-CHECK-AUTHORITY Thru 1300-CHECK-AUTHORITY-EXIT
           If Not WS-Authorised
               Go To 6000-DELETE-RATE-EXIT
           End-If
           Display "Division to delete: " With No Advancing
           Accept WS-Entry-Division
           Move WS-Entry-Division To RT-Division
           Delete RATE-TABLE
               Invalid Key
                   Display "Rates for division " WS-Entry-Division
                       " not found"
               Not Invalid Key
                   Display "Rates for division " WS-Entry-Division
                       " deleted"
           End-Delete.
       6000-DELETE-RATE-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  8000-BROWSE-RATES : page through the table in division order  *
      *  from a chosen starting division (blank for the top), a        *
      *  screenful at a time - the same paging TYPEMAINT's browse      *
      *  does.                                                         *
      * ---------------------------------------------------------------*
       8000-BROWSE-RATES.
           Display "Start division (blank = top): "
               With No Advancing
           Accept WS-Browse-Start

           Move 0 To WS-Page-Number
           Move "N" To WS-Browse-Done-Sw
           Move WS-Browse-Start To WS-Reposition-Key
           Perform 8500-POSITION-AT-KEY
               Thru 8500-POSITION-AT-KEY-EXIT
           If WS-Browse-At-Eof
               Display "No rates from that starting point."
               Go To 8000-BROWSE-RATES-EXIT
           End-If
           Perform 8200-BROWSE-PAGE Thru 8200-BROWSE-PAGE-EXIT
               Until WS-Browse-Done.
       8000-BROWSE-RATES-EXIT.
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
           Display "DIV          TIER    RATE%          CAP TY"
               "           MINIMUM       FEE TY  PAGE "
               WS-Page-Number
           Perform 8300-BROWSE-LINE Thru 8300-BROWSE-LINE-EXIT
               Until WS-Page-Lines >= WS-Page-Size
                   Or WS-Browse-At-Eof
           If WS-Page-Lines = 0
               Display "(no rates on this page)"
           End-If
           If WS-Browse-At-Eof
               Display "** end of file **"
           End-If
           Perform 8400-PROMPT-PAGE Thru 8400-PROMPT-PAGE-EXIT.
       8200-BROWSE-PAGE-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  8300-BROWSE-LINE : next division onto the screen; the first   *
      *  record shown on a page has its key kept as the page's start   *
      *  for paging backwards.                                         *
      * ---------------------------------------------------------------*
       8300-BROWSE-LINE.
           Read RATE-TABLE Next Record
               At End
                   Move "Y" To WS-Browse-Eof-Sw
               Not At End
                   If WS-Page-Lines = 0
                       Move RT-Division
                           To WS-Page-Start-Key (WS-Page-Number)
                   End-If
                   Move RT-Division To WS-Browse-Division
                   Move RT-Interest-Tier To WS-Browse-Tier
                   Move RT-Interest-Rate To WS-Browse-Rate
                   Move RT-Interest-Cap To WS-Browse-Cap
                   Move RT-Interest-Type To WS-Browse-Int-Type
                   Move RT-Fee-Minimum To WS-Browse-Minimum
                   Move RT-Fee-Amount To WS-Browse-Fee
                   Move RT-Fee-Type To WS-Browse-Fee-Type
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
      *  8500-POSITION-AT-KEY : START the table at (or after) a        *
      *  division.                                                     *
      * ---------------------------------------------------------------*
       8500-POSITION-AT-KEY.
           Move "N" To WS-Browse-Eof-Sw
           Move WS-Reposition-Key To RT-Division
           Start RATE-TABLE Key >= RT-Division
               Invalid Key
                   Move "Y" To WS-Browse-Eof-Sw
           End-Start.
       8500-POSITION-AT-KEY-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  9000-TERMINATE : close the tables down cleanly and log how    *
      *  the run actually finished.                                    *
      * ---------------------------------------------------------------*
       9000-TERMINATE.
           If WS-Table-Open
               Close RATE-TABLE
           End-If
           If WS-Types-Open
               Close TRAN-TYPE-TABLE
           End-If
           Perform 1100-WRITE-AUDIT-ENTRY
               Thru 1100-WRITE-AUDIT-ENTRY-EXIT.
       9000-TERMINATE-EXIT.
           Exit.
