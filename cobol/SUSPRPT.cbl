      * ************************************************************** *
      *  SUSPRPT                                                        *
      *                                                                 *
      *  Aged suspense report. Lists every item on the SUSPENSE file   *
      *  (copybooks/SUSPREC.cpy) with its age in days since it was     *
      *  first suspended, then counts and amounts in 0-30, 31-60,      *
      *  61-90 and over-90-day buckets. Open, released and resubmitted *
      *  items are all still unresolved money, so all of them are      *
      *  aged. An item whose amount is not numeric is counted in its   *
      *  bucket but cannot be summed; those are shown separately so    *
      *  the amounts are not quietly understated.                      *
      *                                                                 *
      *  Author.        Data Processing.                                *
      *  Installation.  Batch Suite.                                    *
      *  Date-Written.   15 Oct 2026.                                    *
      *                                                                 *
      *  Modification history                                           *
      *  2026-10-15  ek  Initial version.                                *
      * ************************************************************** *
       Identification Division.
       Program-ID. SUSPRPT.

      * ************************************************************** *
       Environment Division.
       Input-Output Section.
       File-Control.
           Select SUSPENSE-FILE
               Assign to "SUSPENSE"
               Organization is Indexed
               Access Mode is Sequential
               Record Key is SUS-Key
               Alternate Record Key is SUS-Record
                   With Duplicates
               File Status is WS-Susp-File-Status.

           Select AGED-REPORT
               Assign to "SUSPRPT.OUT"
               Organization is Line Sequential
               File Status is WS-Report-File-Status.

      * ************************************************************** *
       Data Division.
       File Section.
       FD  SUSPENSE-FILE
           Label Records are Standard.
       COPY SUSPREC.

       FD  AGED-REPORT
           Label Records are Standard.
       01  REPORT-LINE                 Pic X(120).

       Working-Storage Section.
       01  WS-Susp-File-Status         Pic X(02).
           88  WS-Susp-File-OK              Value "00".
           88  WS-Susp-File-NoSuchFile      Value "35".

       01  WS-Report-File-Status       Pic X(02).
           88  WS-Report-File-OK            Value "00".

       01  WS-Switches.
           05  WS-Susp-Eof-Sw          Pic X(01) Value "N".
               88  WS-Susp-At-Eof           Value "Y".
           05  WS-Susp-Opened-Sw       Pic X(01) Value "N".
               88  WS-Susp-Opened           Value "Y".

       01  WS-Today                    Pic 9(08).
       01  WS-Today-Integer            Pic 9(08) Comp.
       01  WS-Suspended-Integer        Pic 9(08) Comp.
       01  WS-Age-Days                 Pic S9(07) Comp.
       01  WS-Bucket-Sub               Pic 9(04) Comp.

       01  WS-Bucket-Table.
           05  WS-Bucket-Entry         Occurs 4 Times.
               10  WS-Bucket-Count     Pic 9(07).
               10  WS-Bucket-Amount    Pic S9(11)V99.
               10  WS-Bucket-Unsummed  Pic 9(07).

       01  WS-Bucket-Label-Values.
           05  Filler                  Pic X(12) Value "0-30 DAYS".
           05  Filler                  Pic X(12) Value "31-60 DAYS".
           05  Filler                  Pic X(12) Value "61-90 DAYS".
           05  Filler                  Pic X(12) Value "OVER 90 DAYS".
       01  WS-Bucket-Labels            Redefines WS-Bucket-Label-Values.
           05  WS-Bucket-Label         Pic X(12) Occurs 4 Times.

       01  WS-Counters.
           05  WS-Read-Count           Pic 9(07) Value 0.
           05  WS-Unsummable-Count     Pic 9(07) Value 0.

       01  WS-Amounts.
           05  WS-Total-Amount         Pic S9(11)V99 Value 0.

       01  WS-Detail-Line.
           05  WS-Detail-Item          Pic 9(07).
           05  Filler                  Pic X(01) Value Space.
           05  WS-Detail-Status        Pic X(01).
           05  Filler                  Pic X(01) Value Space.
           05  WS-Detail-Source        Pic X(01).
           05  Filler                  Pic X(02) Value Spaces.
           05  WS-Detail-Division      Pic X(04).
           05  Filler                  Pic X(01) Value Space.
           05  WS-Detail-Account       Pic X(06).
           05  Filler                  Pic X(02) Value Spaces.
           05  WS-Detail-Date          Pic X(08).
           05  Filler                  Pic X(01) Value Space.
           05  WS-Detail-Amount        Pic Z,ZZZ,ZZZ,ZZ9.99-.
           05  WS-Detail-Amount-X      Redefines WS-Detail-Amount
                                       Pic X(17).
           05  Filler                  Pic X(02) Value Spaces.
           05  WS-Detail-Suspended     Pic 9(08).
           05  Filler                  Pic X(01) Value Space.
           05  WS-Detail-Age           Pic Z(04)9.
           05  Filler                  Pic X(02) Value Spaces.
           05  WS-Detail-Reason        Pic X(40).

       01  WS-Heading-Line.
           05  Filler                  Pic X(06) Value "AS AT ".
           05  WS-Heading-Date         Pic 9(08).

       01  WS-Column-Line.
           05  Filler                  Pic X(20) Value
               "ITEM    S F  DIV  AC".
           05  Filler                  Pic X(20) Value
               "CT    DATE          ".
           05  Filler                  Pic X(20) Value
               "     AMOUNT  SUSPEND".
           05  Filler                  Pic X(17) Value
               "ED   AGE  REASON".

       01  WS-Bucket-Line.
           05  WS-Bucket-Line-Label    Pic X(12).
           05  Filler                  Pic X(02) Value Spaces.
           05  WS-Bucket-Line-Count    Pic Z,ZZZ,ZZ9.
           05  Filler                  Pic X(02) Value Spaces.
           05  WS-Bucket-Line-Amount   Pic ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  Filler                  Pic X(02) Value Spaces.
           05  WS-Bucket-Line-Unsummed Pic Z,ZZZ,ZZ9.

       01  WS-Bucket-Heading.
           05  Filler                  Pic X(24) Value
               "AGE              ITEMS".
           05  Filler                  Pic X(20) Value
               "              AMOUNT".
           05  Filler                  Pic X(11) Value
               "  UNSUMMED".

       01  WS-Caller-Name              Pic X(50).
       01  WS-Pid                      Pic 9(05).
       01  WS-Completion-Code          Pic S9(04) Value 0.
       COPY AUDITREC Replacing Audit-Log-Entry By WS-Audit-Parms.

      * ************************************************************** *
       Procedure Division.

      * ---------------------------------------------------------------*
      *  0000-MAINLINE : one pass of the suspense file listing and     *
      *  ageing each item, then the bucket summary.                    *
      * ---------------------------------------------------------------*
       0000-MAINLINE.
           Perform 1000-INITIALIZE Thru 1000-INITIALIZE-EXIT
           Perform 2000-AGE-ITEM Thru 2000-AGE-ITEM-EXIT
               Until WS-Susp-At-Eof
           Perform 5000-WRITE-SUMMARY Thru 5000-WRITE-SUMMARY-EXIT
           Perform 9000-TERMINATE Thru 9000-TERMINATE-EXIT
           Move WS-Completion-Code To Return-Code
           GoBack.

      * ---------------------------------------------------------------*
      *  1000-INITIALIZE : today's date as a day number, the buckets   *
      *  zeroed, the files opened and the first item read. No         *
      *  suspense file means nothing has ever been suspended - the     *
      *  report still prints, with every bucket empty.                 *
      * ---------------------------------------------------------------*
       1000-INITIALIZE.
           Accept WS-Today From Date YYYYMMDD
           Compute WS-Today-Integer =
               Function Integer-Of-Date (WS-Today)
           Move Zeroes To WS-Bucket-Table
           Open Output AGED-REPORT
           Move "SUSPRPT AGED SUSPENSE REPORT" To REPORT-LINE
           Write REPORT-LINE
           Move WS-Today To WS-Heading-Date
           Move WS-Heading-Line To REPORT-LINE
           Write REPORT-LINE
           Move All "-" To REPORT-LINE
           Write REPORT-LINE
           Move WS-Column-Line To REPORT-LINE
           Write REPORT-LINE
           Open Input SUSPENSE-FILE
           Evaluate True
               When WS-Susp-File-OK
                   Move "Y" To WS-Susp-Opened-Sw
                   Perform 2100-READ-SUSPENSE
                       Thru 2100-READ-SUSPENSE-EXIT
               When WS-Susp-File-NoSuchFile
                   Display "SUSPRPT: no suspense file - nothing "
                       "in suspense"
                   Move "Y" To WS-Susp-Eof-Sw
               When Other
                   Display "SUSPRPT: suspense file open failed "
                       WS-Susp-File-Status
                   Move 8 To WS-Completion-Code
                   Move "Y" To WS-Susp-Eof-Sw
           End-Evaluate.
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
           Move "SUSPRPT" To Audit-Program-Name Of WS-Audit-Parms
           Move WS-Caller-Name To Audit-Caller-Name Of WS-Audit-Parms
           Move WS-Pid To Audit-Pid Of WS-Audit-Parms
           Move WS-Completion-Code
               To Audit-Return-Code Of WS-Audit-Parms
           Call "AUDITLOG" Using WS-Audit-Parms.
       1100-WRITE-AUDIT-ENTRY-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  2000-AGE-ITEM : one item - its age in days since it was first *
      *  suspended picks the bucket, the detail line is printed, and   *
      *  the amount is added in if it can be.                          *
      * ---------------------------------------------------------------*
       2000-AGE-ITEM.
           Add 1 To WS-Read-Count
           Move 0 To WS-Age-Days
           If SUS-Date-Suspended Numeric
               And SUS-Date-Suspended > 0
               Compute WS-Suspended-Integer =
                   Function Integer-Of-Date (SUS-Date-Suspended)
               Compute WS-Age-Days =
                   WS-Today-Integer - WS-Suspended-Integer
           End-If
           If WS-Age-Days < 0
               Move 0 To WS-Age-Days
           End-If
           Evaluate True
               When WS-Age-Days <= 30
                   Move 1 To WS-Bucket-Sub
               When WS-Age-Days <= 60
                   Move 2 To WS-Bucket-Sub
               When WS-Age-Days <= 90
                   Move 3 To WS-Bucket-Sub
               When Other
                   Move 4 To WS-Bucket-Sub
           End-Evaluate
           Add 1 To WS-Bucket-Count (WS-Bucket-Sub)

           Move SUS-Seq To WS-Detail-Item
           Move SUS-Status To WS-Detail-Status
           Move SUS-Source To WS-Detail-Source
           Move SUS-Division To WS-Detail-Division
           Move SUS-Account To WS-Detail-Account
           Move SUS-Date To WS-Detail-Date
           Move SUS-Date-Suspended To WS-Detail-Suspended
           Move WS-Age-Days To WS-Detail-Age
           Move SUS-Reason To WS-Detail-Reason
           If SUS-Amount-Num Numeric
               Add SUS-Amount-Num To WS-Bucket-Amount (WS-Bucket-Sub)
               Add SUS-Amount-Num To WS-Total-Amount
               Move SUS-Amount-Num To WS-Detail-Amount
           Else
               Add 1 To WS-Bucket-Unsummed (WS-Bucket-Sub)
               Add 1 To WS-Unsummable-Count
               Move Spaces To WS-Detail-Amount-X
               Move SUS-Amount To WS-Detail-Amount-X
           End-If
           Move WS-Detail-Line To REPORT-LINE
           Write REPORT-LINE
           Perform 2100-READ-SUSPENSE Thru 2100-READ-SUSPENSE-EXIT.
       2000-AGE-ITEM-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  2100-READ-SUSPENSE : next suspense item, or note EOF.         *
      * ---------------------------------------------------------------*
       2100-READ-SUSPENSE.
           Read SUSPENSE-FILE Next Record
               At End
                   Move "Y" To WS-Susp-Eof-Sw
           End-Read.
       2100-READ-SUSPENSE-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  5000-WRITE-SUMMARY : the four age buckets and the total.      *
      * ---------------------------------------------------------------*
       5000-WRITE-SUMMARY.
           Move Spaces To REPORT-LINE
           Write REPORT-LINE
           Move WS-Bucket-Heading To REPORT-LINE
           Write REPORT-LINE
           Move All "-" To REPORT-LINE
           Write REPORT-LINE
           Perform 5100-WRITE-BUCKET Thru 5100-WRITE-BUCKET-EXIT
               Varying WS-Bucket-Sub From 1 By 1
               Until WS-Bucket-Sub > 4
           Move All "-" To REPORT-LINE
           Write REPORT-LINE
           Move "TOTAL" To WS-Bucket-Line-Label
           Move WS-Read-Count To WS-Bucket-Line-Count
           Move WS-Total-Amount To WS-Bucket-Line-Amount
           Move WS-Unsummable-Count To WS-Bucket-Line-Unsummed
           Move WS-Bucket-Line To REPORT-LINE
           Write REPORT-LINE.
       5000-WRITE-SUMMARY-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  5100-WRITE-BUCKET : one age bucket's line.                    *
      * ---------------------------------------------------------------*
       5100-WRITE-BUCKET.
           Move WS-Bucket-Label (WS-Bucket-Sub)
               To WS-Bucket-Line-Label
           Move WS-Bucket-Count (WS-Bucket-Sub)
               To WS-Bucket-Line-Count
           Move WS-Bucket-Amount (WS-Bucket-Sub)
               To WS-Bucket-Line-Amount
           Move WS-Bucket-Unsummed (WS-Bucket-Sub)
               To WS-Bucket-Line-Unsummed
           Move WS-Bucket-Line To REPORT-LINE
           Write REPORT-LINE.
       5100-WRITE-BUCKET-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  9000-TERMINATE : console figures, close down, and log how     *
      *  the run finished.                                             *
      * ---------------------------------------------------------------*
       9000-TERMINATE.
           Display "Items in suspense : " WS-Read-Count
           Display "Unsummable        : " WS-Unsummable-Count
           If WS-Susp-Opened
               Close SUSPENSE-FILE
           End-If
           Close AGED-REPORT
           Perform 1100-WRITE-AUDIT-ENTRY
               Thru 1100-WRITE-AUDIT-ENTRY-EXIT.
       9000-TERMINATE-EXIT.
           Exit.
