      * ************************************************************** *
      *  CHGRPT                                                         *
      *                                                                 *
      *  Change-history report over the CHGJRNL master-file change     *
      *  journal CHGLOG keeps for CUSTMAINT, CUSTBATCH and ACCTMAINT.  *
      *  Each journal entry selected is listed with when it was made,  *
      *  by which program and operator, what was done and to which     *
      *  record, followed by one line for every field that differs     *
      *  between the before and after images, e.g.                     *
      *        CustCity: WELLINGTON -> AUCKLAND                        *
      *  so nobody has to compare raw record images by eye. On an add  *
      *  or restore every field set is listed from blank, on a delete  *
      *  every field held is listed to blank.                          *
      *                                                                 *
      *  The selection is read from CHGRPT.PRM - one line:             *
      *    I nnnnn              one customer Ident - the customer's    *
      *                         own changes and those of every account *
      *                         it owned before or after the change;   *
      *    A ddddaaaaaa         one division/account;                  *
      *    D yyyymmddyyyymmdd   changes made from and to the dates;    *
      *  with no parameter file, or a blank line, every entry is       *
      *  listed. Output is CHGRPT.RPT.                                 *
      *                                                                 *
      *  Ends 8 when the selection cannot be understood, in which case *
      *  nothing is listed.                                            *
      *                                                                 *
      *  Author.        Data Processing.                                *
      *  Installation.  Batch Suite.                                    *
      *  Date-Written.   15 Oct 2026.                                    *
      *                                                                 *
      *  Modification history                                           *
      *  2026-10-15  ek  Initial version.                                *
      * ************************************************************** *
       Identification Division.
       Program-ID. CHGRPT.

      * ************************************************************** *
       Environment Division.
       Input-Output Section.
       File-Control.
           Select CHANGE-JOURNAL-FILE
               Assign to "CHGJRNL"
               Organization is Line Sequential
               File Status is WS-Journal-File-Status.

           Select SELECTION-PARM-FILE
               Assign to "CHGRPT.PRM"
               Organization is Line Sequential
               File Status is WS-Parm-File-Status.

           Select HISTORY-REPORT
               Assign to "CHGRPT.RPT"
               Organization is Line Sequential
               File Status is WS-Report-File-Status.

      * ************************************************************** *
       Data Division.
       File Section.
       FD  CHANGE-JOURNAL-FILE
           Label Records are Standard.
       COPY CHGREC.

       FD  SELECTION-PARM-FILE
           Label Records are Standard.
       01  SELECTION-PARM-LINE.
           05  SP-Select               Pic X(01).
           05  Filler                  Pic X(01).
           05  SP-Values               Pic X(16).
           05  SP-Ident-Values         Redefines SP-Values.
               10  SP-Ident            Pic 9(05).
               10  Filler              Pic X(11).
           05  SP-Account-Values       Redefines SP-Values.
               10  SP-Account-Key      Pic X(10).
               10  Filler              Pic X(06).
           05  SP-Date-Values          Redefines SP-Values.
               10  SP-From-Date        Pic 9(08).
               10  SP-To-Date          Pic 9(08).

       FD  HISTORY-REPORT
           Label Records are Standard.
       01  REPORT-LINE                 Pic X(132).

       Working-Storage Section.
       01  WS-Journal-File-Status      Pic X(02).
           88  WS-Journal-File-OK           Value "00".

       01  WS-Parm-File-Status         Pic X(02).
           88  WS-Parm-File-OK              Value "00".

       01  WS-Report-File-Status       Pic X(02).
           88  WS-Report-File-OK            Value "00".

       01  WS-Switches.
           05  WS-Journal-Eof-Sw       Pic X(01) Value "Y".
               88  WS-Journal-At-Eof        Value "Y".
           05  WS-Journal-Open-Sw      Pic X(01) Value "N".
               88  WS-Journal-Open          Value "Y".
           05  WS-Selected-Sw          Pic X(01).
               88  WS-Selected              Value "Y".
           05  WS-Any-Difference-Sw    Pic X(01).
               88  WS-Any-Difference        Value "Y".
           05  WS-Trim-Done-Sw         Pic X(01).
               88  WS-Trim-Done             Value "Y".

      *    The selection in force - blank lists every entry.
       01  WS-Selection.
           05  WS-Sel-Type             Pic X(01) Value Space.
               88  WS-Sel-All               Value Space.
               88  WS-Sel-By-Ident          Value "I".
               88  WS-Sel-By-Account        Value "A".
               88  WS-Sel-By-Date           Value "D".
           05  WS-Sel-Ident            Pic 9(05) Value 0.
           05  WS-Sel-Account-Key      Pic X(10) Value Spaces.
           05  WS-Sel-From-Date        Pic 9(08) Value 0.
           05  WS-Sel-To-Date          Pic 9(08) Value 0.

      *    The before and after images of the entry in hand, in the
      *    layout of the record they were taken from.
       COPY CUSTREC Replacing Customer By BEFORE-CUSTOMER.
       COPY CUSTREC Replacing Customer By AFTER-CUSTOMER.
       COPY ACCTREC Replacing Account-Entry By BEFORE-ACCOUNT.
       COPY ACCTREC Replacing Account-Entry By AFTER-ACCOUNT.

      *    One field compared: its name and its value either side.
       01  WS-Compare-Fields.
           05  WS-Field-Name           Pic X(30).
           05  WS-Old-Value            Pic X(30).
           05  WS-New-Value            Pic X(30).

      *    Building a difference line without its trailing spaces.
       01  WS-Trim-Fields.
           05  WS-Trim-Text            Pic X(30).
           05  WS-Trim-Length          Pic 9(02).
           05  WS-Line-Pos             Pic 9(03).

       01  WS-Counters.
           05  WS-Read-Count           Pic 9(07) Value 0.
           05  WS-Listed-Count         Pic 9(07) Value 0.

       01  WS-Heading-Line.
           05  Filler                  Pic X(30) Value
               "CHGRPT MASTER CHANGE HISTORY".
           05  Filler                  Pic X(10) Value "SELECTION ".
           05  WS-Heading-Selection    Pic X(40).

       01  WS-Selection-Desc.
           05  WS-Sel-Desc-Text        Pic X(10).
           05  WS-Sel-Desc-Value-1     Pic X(10).
           05  WS-Sel-Desc-Joiner      Pic X(04).
           05  WS-Sel-Desc-Value-2     Pic X(10).

       01  WS-Entry-Line.
           05  WS-Ent-Date             Pic 9(08).
           05  Filler                  Pic X(01) Value Space.
           05  WS-Ent-Time             Pic 9(08).
           05  Filler                  Pic X(02) Value Spaces.
           05  WS-Ent-Program          Pic X(10).
           05  Filler                  Pic X(02) Value Spaces.
           05  WS-Ent-Operator         Pic X(08).
           05  Filler                  Pic X(02) Value Spaces.
           05  WS-Ent-Action           Pic X(08).
           05  Filler                  Pic X(02) Value Spaces.
           05  WS-Ent-Record-Type      Pic X(09).
           05  WS-Ent-Key              Pic X(11).

       01  WS-Difference-Line          Pic X(132).

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
      *  0000-MAINLINE : every journal entry in the order it was made, *
      *  the selected ones listed.                                     *
      * ---------------------------------------------------------------*
       0000-MAINLINE.
           Perform 1000-INITIALIZE Thru 1000-INITIALIZE-EXIT
           Perform 2000-SELECT-ENTRY Thru 2000-SELECT-ENTRY-EXIT
               Until WS-Journal-At-Eof
           Perform 9000-TERMINATE Thru 9000-TERMINATE-EXIT
           Move WS-Completion-Code To Return-Code
           GoBack.

      * ---------------------------------------------------------------*
      *  1000-INITIALIZE : settle the selection, head the report and   *
      *  prime the first journal entry. No journal means nothing has   *
      *  been changed since journalling began.                         *
      * ---------------------------------------------------------------*
       1000-INITIALIZE.
           Open Output HISTORY-REPORT
           Perform 1050-READ-SELECTION Thru 1050-READ-SELECTION-EXIT
           Move WS-Selection-Desc To WS-Heading-Selection
           Move WS-Heading-Line To REPORT-LINE
           Write REPORT-LINE
           Move All "-" To REPORT-LINE
           Write REPORT-LINE
           If WS-Completion-Code Not = 0
               Move "SELECTION ON CHGRPT.PRM NOT VALID - NOTHING LISTED"
                   To REPORT-LINE
               Write REPORT-LINE
               Go To 1000-INITIALIZE-EXIT
           End-If
           Open Input CHANGE-JOURNAL-FILE
           If Not WS-Journal-File-OK
               Move "NO CHANGE JOURNAL ON FILE - NO CHANGES TO LIST"
                   To REPORT-LINE
               Write REPORT-LINE
               Go To 1000-INITIALIZE-EXIT
           End-If
           Move "Y" To WS-Journal-Open-Sw
           Move "N" To WS-Journal-Eof-Sw
           Perform 2100-READ-JOURNAL Thru 2100-READ-JOURNAL-EXIT.
       1000-INITIALIZE-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  1050-READ-SELECTION : the selection off CHGRPT.PRM, checked   *
      *  and described for the heading. A file or line that is not     *
      *  there selects everything; one that cannot be read ends 8.     *
      * ---------------------------------------------------------------*
       1050-READ-SELECTION.
           Move Spaces To WS-Selection-Desc
           Move "ALL" To WS-Sel-Desc-Text
           Open Input SELECTION-PARM-FILE
           If Not WS-Parm-File-OK
               Go To 1050-READ-SELECTION-EXIT
           End-If
           Move Spaces To SELECTION-PARM-LINE
           Read SELECTION-PARM-FILE
               At End
                   Move Spaces To SELECTION-PARM-LINE
           End-Read
           Close SELECTION-PARM-FILE
           Move SP-Select To WS-Sel-Type
           Evaluate True
               When WS-Sel-All
                   Continue
               When WS-Sel-By-Ident
                   If SP-Ident Numeric
                       Move SP-Ident To WS-Sel-Ident
                       Move "IDENT" To WS-Sel-Desc-Text
                       Move SP-Ident To WS-Sel-Desc-Value-1
                   Else
                       Move 8 To WS-Completion-Code
                   End-If
               When WS-Sel-By-Account
                   If SP-Account-Key Not = Spaces
                       Move SP-Account-Key To WS-Sel-Account-Key
                       Move "ACCOUNT" To WS-Sel-Desc-Text
                       Move SP-Account-Key To WS-Sel-Desc-Value-1
                   Else
                       Move 8 To WS-Completion-Code
                   End-If
               When WS-Sel-By-Date
                   If SP-From-Date Numeric And SP-To-Date Numeric
                       And SP-From-Date Not > SP-To-Date
                       Move SP-From-Date To WS-Sel-From-Date
                       Move SP-To-Date To WS-Sel-To-Date
                       Move "DATES" To WS-Sel-Desc-Text
                       Move SP-From-Date To WS-Sel-Desc-Value-1
                       Move " TO " To WS-Sel-Desc-Joiner
                       Move SP-To-Date To WS-Sel-Desc-Value-2
                   Else
                       Move 8 To WS-Completion-Code
                   End-If
               When Other
                   Move 8 To WS-Completion-Code
           End-Evaluate
           If WS-Completion-Code Not = 0
               Display "CHGRPT: selection not valid - "
                   SELECTION-PARM-LINE
               Move "NOT VALID" To WS-Sel-Desc-Text
           End-If.
       1050-READ-SELECTION-EXIT.
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
           Move "CHGRPT" To Audit-Program-Name Of WS-Audit-Parms
           Move WS-Caller-Name To Audit-Caller-Name Of WS-Audit-Parms
           Move WS-Pid To Audit-Pid Of WS-Audit-Parms
           Move WS-Completion-Code
               To Audit-Return-Code Of WS-Audit-Parms
           Call "AUDITLOG" Using WS-Audit-Parms.
       1100-WRITE-AUDIT-ENTRY-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  2000-SELECT-ENTRY : one journal entry - laid out in the       *
      *  record views, listed if the selection takes it.               *
      * ---------------------------------------------------------------*
       2000-SELECT-ENTRY.
           Add 1 To WS-Read-Count
           Move CJ-Before-Image To BEFORE-CUSTOMER
           Move CJ-After-Image To AFTER-CUSTOMER
           Move CJ-Before-Image To BEFORE-ACCOUNT
           Move CJ-After-Image To AFTER-ACCOUNT
           Perform 2200-CHECK-SELECTED Thru 2200-CHECK-SELECTED-EXIT
           If WS-Selected
               Perform 3000-LIST-ENTRY Thru 3000-LIST-ENTRY-EXIT
           End-If
           Perform 2100-READ-JOURNAL Thru 2100-READ-JOURNAL-EXIT.
       2000-SELECT-ENTRY-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  2100-READ-JOURNAL : next journal entry, or note EOF.          *
      * ---------------------------------------------------------------*
       2100-READ-JOURNAL.
           Read CHANGE-JOURNAL-FILE
               At End
                   Move "Y" To WS-Journal-Eof-Sw
           End-Read.
       2100-READ-JOURNAL-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  2200-CHECK-SELECTED : does the selection take this entry? By  *
      *  Ident, a customer entry must be for the Ident and an account  *
      *  entry must have the Ident as owner on one side or the other.  *
      * ---------------------------------------------------------------*
       2200-CHECK-SELECTED.
           Move "N" To WS-Selected-Sw
           Evaluate True
               When WS-Sel-All
                   Move "Y" To WS-Selected-Sw
               When WS-Sel-By-Account
                   If CJ-Account
                       And CJ-Key = WS-Sel-Account-Key
                       Move "Y" To WS-Selected-Sw
                   End-If
               When WS-Sel-By-Date
                   If CJ-Date Not < WS-Sel-From-Date
                       And CJ-Date Not > WS-Sel-To-Date
                       Move "Y" To WS-Selected-Sw
                   End-If
               When WS-Sel-By-Ident
                   If CJ-Customer
                       And CJ-Key (1:5) = WS-Sel-Ident
                       Move "Y" To WS-Selected-Sw
                   End-If
                   If CJ-Account
                       And CJ-Before-Image Not = Spaces
                       And AcctOwner Of BEFORE-ACCOUNT = WS-Sel-Ident
                       Move "Y" To WS-Selected-Sw
                   End-If
                   If CJ-Account
                       And CJ-After-Image Not = Spaces
                       And AcctOwner Of AFTER-ACCOUNT = WS-Sel-Ident
                       Move "Y" To WS-Selected-Sw
                   End-If
           End-Evaluate.
       2200-CHECK-SELECTED-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  3000-LIST-ENTRY : the entry's heading line - when, program,   *
      *  operator, action and record - then its field differences.     *
      * ---------------------------------------------------------------*
       3000-LIST-ENTRY.
           Add 1 To WS-Listed-Count
           Move CJ-Date To WS-Ent-Date
           Move CJ-Time To WS-Ent-Time
           Move CJ-Program To WS-Ent-Program
           Move CJ-Operator To WS-Ent-Operator
           Evaluate True
               When CJ-Add
                   Move "ADD" To WS-Ent-Action
               When CJ-Change
                   Move "CHANGE" To WS-Ent-Action
               When CJ-Delete
                   Move "DELETE" To WS-Ent-Action
               When CJ-Restore
                   Move "RESTORE" To WS-Ent-Action
               When Other
                   Move CJ-Action To WS-Ent-Action
           End-Evaluate
           If CJ-Customer
               Move "CUSTOMER" To WS-Ent-Record-Type
           Else
               Move "ACCOUNT" To WS-Ent-Record-Type
           End-If
           Move CJ-Key To WS-Ent-Key
           Move WS-Entry-Line To REPORT-LINE
           Write REPORT-LINE
           Move "N" To WS-Any-Difference-Sw
           If CJ-Customer
               Perform 3100-COMPARE-CUSTOMER
                   Thru 3100-COMPARE-CUSTOMER-EXIT
           Else
               Perform 3200-COMPARE-ACCOUNT
                   Thru 3200-COMPARE-ACCOUNT-EXIT
           End-If
           If Not WS-Any-Difference
               Move "      (no field changed)" To REPORT-LINE
               Write REPORT-LINE
           End-If
           Move Spaces To REPORT-LINE
           Write REPORT-LINE.
       3000-LIST-ENTRY-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  3100-COMPARE-CUSTOMER : the customer fields either side of    *
      *  the change. Ident is the key, already on the heading line.    *
      * ---------------------------------------------------------------*
       3100-COMPARE-CUSTOMER.
           Move "CustName" To WS-Field-Name
           Move CustName Of BEFORE-CUSTOMER To WS-Old-Value
           Move CustName Of AFTER-CUSTOMER To WS-New-Value
           Perform 3500-COMPARE-FIELD Thru 3500-COMPARE-FIELD-EXIT
           Move "DateOfBirth" To WS-Field-Name
           Move DateOfBirth Of BEFORE-CUSTOMER To WS-Old-Value
           Move DateOfBirth Of AFTER-CUSTOMER To WS-New-Value
           Perform 3500-COMPARE-FIELD Thru 3500-COMPARE-FIELD-EXIT
           Move "CustAddr1" To WS-Field-Name
           Move CustAddr1 Of BEFORE-CUSTOMER To WS-Old-Value
           Move CustAddr1 Of AFTER-CUSTOMER To WS-New-Value
           Perform 3500-COMPARE-FIELD Thru 3500-COMPARE-FIELD-EXIT
           Move "CustAddr2" To WS-Field-Name
           Move CustAddr2 Of BEFORE-CUSTOMER To WS-Old-Value
           Move CustAddr2 Of AFTER-CUSTOMER To WS-New-Value
           Perform 3500-COMPARE-FIELD Thru 3500-COMPARE-FIELD-EXIT
           Move "CustCity" To WS-Field-Name
           Move CustCity Of BEFORE-CUSTOMER To WS-Old-Value
           Move CustCity Of AFTER-CUSTOMER To WS-New-Value
           Perform 3500-COMPARE-FIELD Thru 3500-COMPARE-FIELD-EXIT
           Move "CustPostCode" To WS-Field-Name
           Move CustPostCode Of BEFORE-CUSTOMER To WS-Old-Value
           Move CustPostCode Of AFTER-CUSTOMER To WS-New-Value
           Perform 3500-COMPARE-FIELD Thru 3500-COMPARE-FIELD-EXIT
           Move "CustPhone" To WS-Field-Name
           Move CustPhone Of BEFORE-CUSTOMER To WS-Old-Value
           Move CustPhone Of AFTER-CUSTOMER To WS-New-Value
           Perform 3500-COMPARE-FIELD Thru 3500-COMPARE-FIELD-EXIT.
       3100-COMPARE-CUSTOMER-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  3200-COMPARE-ACCOUNT : the account fields either side of the  *
      *  change. AcctKey is the key, already on the heading line. The  *
      *  numeric fields are taken through the images so that a blank   *
      *  side stays blank.                                             *
      * ---------------------------------------------------------------*
       3200-COMPARE-ACCOUNT.
           Move "AcctOwner" To WS-Field-Name
           Move CJ-Before-Image (11:5) To WS-Old-Value
           Move CJ-After-Image (11:5) To WS-New-Value
           Perform 3500-COMPARE-FIELD Thru 3500-COMPARE-FIELD-EXIT
           Move "AcctStatus" To WS-Field-Name
           Move AcctStatus Of BEFORE-ACCOUNT To WS-Old-Value
           Move AcctStatus Of AFTER-ACCOUNT To WS-New-Value
           Perform 3500-COMPARE-FIELD Thru 3500-COMPARE-FIELD-EXIT
           Move "AcctOpenedDate" To WS-Field-Name
           Move CJ-Before-Image (17:8) To WS-Old-Value
           Move CJ-After-Image (17:8) To WS-New-Value
           Perform 3500-COMPARE-FIELD Thru 3500-COMPARE-FIELD-EXIT
           Move "AcctClosedDate" To WS-Field-Name
           Move CJ-Before-Image (25:8) To WS-Old-Value
           Move CJ-After-Image (25:8) To WS-New-Value
           Perform 3500-COMPARE-FIELD Thru 3500-COMPARE-FIELD-EXIT
           Move "AcctPayDefault" To WS-Field-Name
           Move AcctPayDefault Of BEFORE-ACCOUNT To WS-Old-Value
           Move AcctPayDefault Of AFTER-ACCOUNT To WS-New-Value
           Perform 3500-COMPARE-FIELD Thru 3500-COMPARE-FIELD-EXIT.
       3200-COMPARE-ACCOUNT-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  3500-COMPARE-FIELD : one field - if the two sides differ, a   *
      *  line "name: old -> new", each part without its trailing       *
      *  spaces.                                                       *
      * ---------------------------------------------------------------*
       3500-COMPARE-FIELD.
           If WS-Old-Value = WS-New-Value
               Go To 3500-COMPARE-FIELD-EXIT
           End-If
           Move "Y" To WS-Any-Difference-Sw
           Move Spaces To WS-Difference-Line
           Move 7 To WS-Line-Pos
           Move WS-Field-Name To WS-Trim-Text
           Perform 3600-APPEND-TEXT Thru 3600-APPEND-TEXT-EXIT
           Move ": " To WS-Difference-Line (WS-Line-Pos:2)
           Add 2 To WS-Line-Pos
           Move WS-Old-Value To WS-Trim-Text
           Perform 3600-APPEND-TEXT Thru 3600-APPEND-TEXT-EXIT
           Move " -> " To WS-Difference-Line (WS-Line-Pos:4)
           Add 4 To WS-Line-Pos
           Move WS-New-Value To WS-Trim-Text
           Perform 3600-APPEND-TEXT Thru 3600-APPEND-TEXT-EXIT
           Move WS-Difference-Line To REPORT-LINE
           Write REPORT-LINE.
       3500-COMPARE-FIELD-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  3600-APPEND-TEXT : WS-Trim-Text, less its trailing spaces,    *
      *  onto the difference line at WS-Line-Pos. A blank value adds   *
      *  nothing.                                                      *
      * ---------------------------------------------------------------*
       3600-APPEND-TEXT.
           Move 30 To WS-Trim-Length
           Move "N" To WS-Trim-Done-Sw
           Perform 3650-TRIM-ONE Thru 3650-TRIM-ONE-EXIT
               Until WS-Trim-Done Or WS-Trim-Length = 0
           If WS-Trim-Length > 0
               Move WS-Trim-Text (1:WS-Trim-Length)
                   To WS-Difference-Line (WS-Line-Pos:WS-Trim-Length)
               Add WS-Trim-Length To WS-Line-Pos
           End-If.
       3600-APPEND-TEXT-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  3650-TRIM-ONE : step back over one trailing space, or stop at *
      *  the last character that is not one.                           *
      * ---------------------------------------------------------------*
       3650-TRIM-ONE.
           If WS-Trim-Text (WS-Trim-Length:1) = Space
               Subtract 1 From WS-Trim-Length
           Else
               Move "Y" To WS-Trim-Done-Sw
           End-If.
       3650-TRIM-ONE-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  9000-TERMINATE : the counts, close down and log how the run   *
      *  finished.                                                     *
      * ---------------------------------------------------------------*
       9000-TERMINATE.
           Move All "-" To REPORT-LINE
           Write REPORT-LINE
           Move "JOURNAL ENTRIES READ" To WS-Count-Description
           Move WS-Read-Count To WS-Count-Value
           Move WS-Count-Line To REPORT-LINE
           Write REPORT-LINE
           Move "ENTRIES LISTED" To WS-Count-Description
           Move WS-Listed-Count To WS-Count-Value
           Move WS-Count-Line To REPORT-LINE
           Write REPORT-LINE
           If WS-Journal-Open
               Close CHANGE-JOURNAL-FILE
           End-If
           Close HISTORY-REPORT
           Display "Journal entries read : " WS-Read-Count
           Display "Entries listed       : " WS-Listed-Count
           Perform 1100-WRITE-AUDIT-ENTRY
               Thru 1100-WRITE-AUDIT-ENTRY-EXIT.
       9000-TERMINATE-EXIT.
           Exit.
