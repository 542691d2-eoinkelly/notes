      *                  this run's totals are written. A rerun in    *
      *                  the same period leaves PRV and PERTHIST       *
      *                  alone.                                        *
      *  2026-10-15  ek  Subtotals by transaction type within each     *
      *                  account break, described from the TRANTYPE   *
      *                  table (copybooks/TYPEREC.cpy); detail lines   *
      *                  carry the type and originator reference.      *
      *                  PERTOTS figures are unchanged.                *
      * ************************************************************** *
       Identification Division.
       Program-ID. SUMMRPT.
               Organization is Line Sequential
               File Status is WS-Parm-File-Status.

           Select TRAN-TYPE-TABLE
               Assign to "TRANTYPE"
               Organization is Indexed
               Access Mode is Random
               Record Key is TT-Code
               File Status is WS-Type-File-Status.

      * ************************************************************** *
       Data Division.
       File Section.
           05  CUTOFF-PARM-YYYYMM      Pic 9(06).
           05  CUTOFF-PARM-DD          Pic 9(02).

       FD  TRAN-TYPE-TABLE
           Label Records are Standard.
       COPY TYPEREC.

       Working-Storage Section.
       01  WS-Trans-File-Status       Pic X(02).
           88  WS-Trans-File-OK            Value "00".
       01  WS-Parm-File-Status        Pic X(02).
           88  WS-Parm-File-OK             Value "00".

       01  WS-Type-File-Status        Pic X(02).
           88  WS-Type-File-OK             Value "00".

       01  WS-Switches.
           05  WS-Trans-Eof-Sw         Pic X(01) Value "N".
               88  WS-Trans-At-Eof          Value "Y".
               88  WS-First-Record          Value "Y".
           05  WS-Carry-Eof-Sw         Pic X(01).
               88  WS-Carry-At-Eof          Value "Y".
           05  WS-Type-Avail-Sw        Pic X(01) Value "N".
               88  WS-Type-Avail            Value "Y".

       01  WS-Run-Period               Pic 9(06).
       01  WS-Current-Date.
       01  WS-Save-Keys.
           05  WS-Prev-Division        Pic X(04).
           05  WS-Prev-Account         Pic X(06).
           05  WS-Prev-Type            Pic X(02).

       01  WS-Read-Count               Pic 9(07) Value 0.

       01  WS-Totals.
           05  WS-Type-Total           Pic S9(09)V99 Value 0.
           05  WS-Minor-Total          Pic S9(09)V99 Value 0.
           05  WS-Major-Total          Pic S9(09)V99 Value 0.
           05  WS-Final-Total          Pic S9(09)V99 Value 0.
           05  WS-Detail-Date-YYYY     Pic 9999.
           05  Filler                  Pic X(02) Value Spaces.
           05  WS-Detail-Amount        Pic Z,ZZZ,ZZ9.99-.
           05  Filler                  Pic X(02) Value Spaces.
           05  WS-Detail-Type          Pic X(02).
           05  Filler                  Pic X(02) Value Spaces.
           05  WS-Detail-Reference     Pic X(12).

       01  WS-Type-Line.
           05  Filler                  Pic X(12) Value Spaces.
           05  WS-Type-Line-Code       Pic X(02).
           05  Filler                  Pic X(01) Value Space.
           05  WS-Type-Line-Desc       Pic X(20).
           05  Filler                  Pic X(01) Value Space.
           05  WS-Type-Line-Amount     Pic Z,ZZZ,ZZ9.99-.

       01  WS-Minor-Line.
           05  Filler                  Pic X(10) Value Spaces.
           Open Input TRANSACTION-FILE
           Open Output SUMMARY-REPORT
           Open Output PERIOD-TOTALS-FILE
           Open Input TRAN-TYPE-TABLE
           If WS-Type-File-OK
               Move "Y" To WS-Type-Avail-Sw
           Else
               Display "SUMMRPT: type table unavailable "
                   WS-Type-File-Status
                   " - type subtotals not described"
           End-If
           If Not WS-Trans-File-OK
               Move 8 To WS-Completion-Code
               Move "Y" To WS-Trans-Eof-Sw
      * ---------------------------------------------------------------*
      *  2000-PROCESS-RECORD : handle control breaks ahead of the      *
      *  current record, print its detail line, then read the next.    *
      *  TRANEDIT sorts type within account, so a change of type is    *
      *  the lowest break and any higher break closes it first.        *
      * ---------------------------------------------------------------*
       2000-PROCESS-RECORD.
           Add 1 To WS-Read-Count
               Move "N" To WS-First-Record-Sw
               Move TR-Division To WS-Prev-Division
               Move TR-Account To WS-Prev-Account
               Move TR-Type To WS-Prev-Type
           Else
               If TR-Division Not = WS-Prev-Division
                   Perform 5000-TYPE-BREAK Thru 5000-TYPE-BREAK-EXIT
                   Perform 6000-MINOR-BREAK Thru 6000-MINOR-BREAK-EXIT
                   Perform 7000-MAJOR-BREAK Thru 7000-MAJOR-BREAK-EXIT
                   Move TR-Division To WS-Prev-Division
                   Move TR-Account To WS-Prev-Account
                   Move TR-Type To WS-Prev-Type
               Else
                   If TR-Account Not = WS-Prev-Account
                       Perform 5000-TYPE-BREAK
                           Thru 5000-TYPE-BREAK-EXIT
                       Perform 6000-MINOR-BREAK
                           Thru 6000-MINOR-BREAK-EXIT
                       Move TR-Account To WS-Prev-Account
                       Move TR-Type To WS-Prev-Type
                   Else
                       If TR-Type Not = WS-Prev-Type
                           Perform 5000-TYPE-BREAK
                               Thru 5000-TYPE-BREAK-EXIT
                           Move TR-Type To WS-Prev-Type
                       End-If
                   End-If
               End-If
           End-If
           Move TR-Date-MM To WS-Detail-Date-MM
           Move TR-Date-YYYY To WS-Detail-Date-YYYY
           Move TR-Amount To WS-Detail-Amount
           Move TR-Type To WS-Detail-Type
           Move TR-Reference To WS-Detail-Reference
           Move WS-Detail-Line To REPORT-LINE
           Write REPORT-LINE

           Add TR-Amount To WS-Type-Total
           Add TR-Amount To WS-Minor-Total
           Add TR-Amount To WS-Major-Total
           Add TR-Amount To WS-Final-Total
       2100-READ-TRANSACTION-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  5000-TYPE-BREAK : print and roll the type subtotal within the *
      *  account, described from the type table. A code the table     *
      *  does not know is still subtotalled, and says so.              *
      * ---------------------------------------------------------------*
       5000-TYPE-BREAK.
           Move WS-Prev-Type To WS-Type-Line-Code
           Move Spaces To WS-Type-Line-Desc
           If WS-Type-Avail
               Move WS-Prev-Type To TT-Code
               Read TRAN-TYPE-TABLE
                   Invalid Key
                       Move "UNKNOWN TYPE" To WS-Type-Line-Desc
                   Not Invalid Key
                       Move TT-Description To WS-Type-Line-Desc
               End-Read
           End-If
           Move WS-Type-Total To WS-Type-Line-Amount
           Move WS-Type-Line To REPORT-LINE
           Write REPORT-LINE
           Move 0 To WS-Type-Total.
       5000-TYPE-BREAK-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  6000-MINOR-BREAK : print and roll the account-level total.   *
      * ---------------------------------------------------------------*
           Exit.

      * ---------------------------------------------------------------*
      *  8000-FINAL-BREAK : roll the last type/minor/major totals and *
      *  print the grand total for the whole run.                      *
      * ---------------------------------------------------------------*
       8000-FINAL-BREAK.
           If Not WS-First-Record
               Perform 5000-TYPE-BREAK Thru 5000-TYPE-BREAK-EXIT
               Perform 6000-MINOR-BREAK Thru 6000-MINOR-BREAK-EXIT
               Perform 7000-MAJOR-BREAK Thru 7000-MAJOR-BREAK-EXIT
           End-If
           Close TRANSACTION-FILE
           Close SUMMARY-REPORT
           Close PERIOD-TOTALS-FILE
           If WS-Type-Avail
               Close TRAN-TYPE-TABLE
           End-If
           Perform 9500-WRITE-CONTROL-TOTALS
               Thru 9500-WRITE-CONTROL-TOTALS-EXIT
           Perform 1100-WRITE-AUDIT-ENTRY
