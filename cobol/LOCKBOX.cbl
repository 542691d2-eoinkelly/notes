      * ************************************************************** *
      *  LOCKBOX                                                        *
      *                                                                 *
      *  Bank lockbox conversion. The bank's payment file LOCKBOX      *
      *  (copybooks/LBXREC.cpy - one batch, a header, a detail per     *
      *  customer payment and a trailer) is turned into TRANSIN        *
      *  transactions for TRANEDIT, so the payments no longer have to  *
      *  be keyed in by hand:                                          *
      *    - a first pass proves the batch: header first, trailer      *
      *      last, and the trailer's item count and amount total       *
      *      agreeing with the details. A batch that does not prove    *
      *      is listed and nothing is converted;                       *
      *    - a second pass resolves each payment's customer number     *
      *      (the customer's Ident) to an account through AcctOwner    *
      *      on ACCTMAST - the customer's only account that is not     *
      *      closed, or, where there are several, the one marked as    *
      *      the payment default at ACCTMAINT - and writes it to       *
      *      TRANSIN as a credit of the payment type, dated on the     *
      *      payment date and carrying the bank's reference.           *
      *  A payment for a customer who is not on the master or has no   *
      *  open account, one for a customer with several accounts and    *
      *  no single default, and one with an unusable payment date is   *
      *  not guessed at: it goes to the unapplied-cash listing         *
      *  UNAPPLD.RPT with its reason. The conversion register          *
      *  LOCKBOX.RPT lists the payments applied and reconciles the     *
      *  run - applied plus unapplied - to the bank trailer.           *
      *                                                                 *
      *  The payment type is the code on LOCKBOX.PRM, PY when no code  *
      *  is on file; it must be a normal type on TRANTYPE. TRANSIN is  *
      *  replaced, so run it once the previous feed has been through   *
      *  TRANEDIT, and follow it with the usual cycle.                 *
      *                                                                 *
      *  Ends 4 when any payment went to unapplied cash; 8 when the    *
      *  batch does not prove to its trailer, the payment type is not  *
      *  usable or a file it needs cannot be opened - in each of which *
      *  TRANSIN is left untouched.                                    *
      *                                                                 *
      *  Author.        Data Processing.                                *
      *  Installation.  Batch Suite.                                    *
      *  Date-Written.   15 Oct 2026.                                    *
      *                                                                 *
      *  Modification history                                           *
      *  2026-10-15  ek  Initial version.                                *
      * ************************************************************** *
       Identification Division.
       Program-ID. LOCKBOX.

      * ************************************************************** *
       Environment Division.
       Input-Output Section.
       File-Control.
           Select LOCKBOX-FILE
               Assign to "LOCKBOX"
               Organization is Line Sequential
               File Status is WS-Lbx-File-Status.

           Select CUSTOMER-MASTER
               Assign to "CUSTMAST"
               Organization is Indexed
               Access Mode is Random
               Record Key is Ident
               Alternate Record Key is CustName
                   With Duplicates
               File Status is WS-Cust-File-Status.

           Select ACCOUNT-MASTER
               Assign to "ACCTMAST"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is AcctKey
               File Status is WS-Acct-File-Status.

           Select TRAN-TYPE-TABLE
               Assign to "TRANTYPE"
               Organization is Indexed
               Access Mode is Random
               Record Key is TT-Code
               File Status is WS-Type-File-Status.

           Select PAY-TYPE-PARM-FILE
               Assign to "LOCKBOX.PRM"
               Organization is Line Sequential
               File Status is WS-Parm-File-Status.

           Select PAYMENT-FEED
               Assign to "TRANSIN"
               Organization is Line Sequential
               File Status is WS-Feed-File-Status.

           Select LOCKBOX-REGISTER
               Assign to "LOCKBOX.RPT"
               Organization is Line Sequential
               File Status is WS-Report-File-Status.

           Select UNAPPLIED-LISTING
               Assign to "UNAPPLD.RPT"
               Organization is Line Sequential
               File Status is WS-Unap-File-Status.

      * ************************************************************** *
       Data Division.
       File Section.
       FD  LOCKBOX-FILE
           Label Records are Standard.
       COPY LBXREC.

       FD  CUSTOMER-MASTER
           Label Records are Standard.
       COPY CUSTREC.

       FD  ACCOUNT-MASTER
           Label Records are Standard.
       COPY ACCTREC.

       FD  TRAN-TYPE-TABLE
           Label Records are Standard.
       COPY TYPEREC.

       FD  PAY-TYPE-PARM-FILE
           Label Records are Standard.
       01  PAY-TYPE-PARM-LINE          Pic X(02).

       FD  PAYMENT-FEED
           Label Records are Standard.
       COPY TRANREC Replacing Transaction-Record By FEED-RECORD.

       FD  LOCKBOX-REGISTER
           Label Records are Standard.
       01  REPORT-LINE                 Pic X(132).

       FD  UNAPPLIED-LISTING
           Label Records are Standard.
       01  UNAPPLIED-LINE              Pic X(132).

       Working-Storage Section.
       01  WS-Lbx-File-Status          Pic X(02).
           88  WS-Lbx-File-OK               Value "00".

       01  WS-Cust-File-Status         Pic X(02).
           88  WS-Cust-File-OK              Value "00".

       01  WS-Acct-File-Status         Pic X(02).
           88  WS-Acct-File-OK              Value "00".

       01  WS-Type-File-Status         Pic X(02).
           88  WS-Type-File-OK              Value "00".

       01  WS-Parm-File-Status         Pic X(02).
           88  WS-Parm-File-OK              Value "00".

       01  WS-Feed-File-Status         Pic X(02).
           88  WS-Feed-File-OK              Value "00".

       01  WS-Report-File-Status       Pic X(02).
           88  WS-Report-File-OK            Value "00".

       01  WS-Unap-File-Status         Pic X(02).
           88  WS-Unap-File-OK              Value "00".

       01  WS-Switches.
           05  WS-Lbx-Eof-Sw           Pic X(01) Value "Y".
               88  WS-Lbx-At-Eof            Value "Y".
           05  WS-Lbx-Open-Sw          Pic X(01) Value "N".
               88  WS-Lbx-Open              Value "Y".
           05  WS-Cust-Open-Sw         Pic X(01) Value "N".
               88  WS-Cust-Open             Value "Y".
           05  WS-Acct-Open-Sw         Pic X(01) Value "N".
               88  WS-Acct-Open             Value "Y".
           05  WS-Feed-Open-Sw         Pic X(01) Value "N".
               88  WS-Feed-Open             Value "Y".
           05  WS-Header-Seen-Sw       Pic X(01) Value "N".
               88  WS-Header-Seen           Value "Y".
           05  WS-Trailer-Seen-Sw      Pic X(01) Value "N".
               88  WS-Trailer-Seen          Value "Y".
           05  WS-Converted-Sw         Pic X(01) Value "N".
               88  WS-Converted             Value "Y".
           05  WS-Acct-Scan-Eof-Sw     Pic X(01).
               88  WS-Acct-Scan-At-Eof      Value "Y".

       01  WS-Run-Date                 Pic 9(08) Value 0.
       01  WS-Pay-Type                 Pic X(02) Value "PY".

       01  WS-Batch-Identity.
           05  WS-Bank-Id              Pic X(08) Value Spaces.
           05  WS-Bank-Batch           Pic X(08) Value Spaces.
           05  WS-Deposit-Date         Pic 9(08) Value 0.

       01  WS-Trailer-Figures.
           05  WS-Trailer-Count        Pic 9(07) Value 0.
           05  WS-Trailer-Amount       Pic S9(11)V99 Value 0.

       01  WS-Proof-Figures.
           05  WS-Record-Count         Pic 9(07) Value 0.
           05  WS-Proof-Count          Pic 9(07) Value 0.
           05  WS-Proof-Amount         Pic S9(11)V99 Value 0.
           05  WS-Batch-Errors         Pic 9(07) Value 0.

       01  WS-Run-Totals.
           05  WS-Read-Count           Pic 9(07) Value 0.
           05  WS-Read-Amount          Pic S9(11)V99 Value 0.
           05  WS-Applied-Count        Pic 9(07) Value 0.
           05  WS-Applied-Amount       Pic S9(11)V99 Value 0.
           05  WS-Unapplied-Count      Pic 9(07) Value 0.
           05  WS-Unapplied-Amount     Pic S9(11)V99 Value 0.
           05  WS-Accounted-Count      Pic 9(07) Value 0.
           05  WS-Accounted-Amount     Pic S9(11)V99 Value 0.

      *    The customer's accounts found on the scan of ACCTMAST - how
      *    many are not closed, how many of those are marked as the
      *    payment default, and the key of one of each.
       01  WS-Resolve-Fields.
           05  WS-Owner-Ident          Pic 9(05).
           05  WS-Owned-Count          Pic 9(03) Value 0.
           05  WS-Default-Count        Pic 9(03) Value 0.
           05  WS-Owned-Key            Pic X(10).
           05  WS-Default-Key          Pic X(10).
           05  WS-Applied-Key.
               10  WS-Applied-Division Pic X(04).
               10  WS-Applied-Account  Pic X(06).
           05  WS-Unapplied-Reason     Pic X(30).

       01  WS-Batch-Error-Line.
           05  Filler                  Pic X(20) Value
               "BATCH ERROR  RECORD ".
           05  WS-Err-Record           Pic Z(06)9.
           05  Filler                  Pic X(02) Value Spaces.
           05  WS-Err-Reason           Pic X(50).

       01  WS-Batch-Line.
           05  Filler                  Pic X(06) Value "BANK  ".
           05  WS-Batch-Line-Bank      Pic X(08).
           05  Filler                  Pic X(08) Value "  BATCH ".
           05  WS-Batch-Line-Batch     Pic X(08).
           05  Filler                  Pic X(16) Value
               "  DEPOSIT DATE ".
           05  WS-Batch-Line-Deposit   Pic 9(08).
           05  Filler                  Pic X(16) Value
               "  PAYMENT TYPE ".
           05  WS-Batch-Line-Type      Pic X(02).

       01  WS-Column-Line.
           05  Filler                  Pic X(12) Value "CUSTOMER".
           05  Filler                  Pic X(14) Value "DIV   ACCOUNT".
           05  Filler                  Pic X(10) Value "PAY DATE".
           05  Filler                  Pic X(16) Value
               "          AMOUNT".
           05  Filler                  Pic X(14) Value "  REFERENCE".

       01  WS-Register-Line.
           05  WS-Line-Customer        Pic 9(10).
           05  Filler                  Pic X(02) Value Spaces.
           05  WS-Line-Division        Pic X(04).
           05  Filler                  Pic X(02) Value Spaces.
           05  WS-Line-Account         Pic X(06).
           05  Filler                  Pic X(02) Value Spaces.
           05  WS-Line-Date            Pic X(08).
           05  Filler                  Pic X(02) Value Spaces.
           05  WS-Line-Amount          Pic ZZZ,ZZZ,ZZ9.99.
           05  Filler                  Pic X(04) Value Spaces.
           05  WS-Line-Reference       Pic X(12).

       01  WS-Unapplied-Heading.
           05  Filler                  Pic X(30) Value
               "LOCKBOX UNAPPLIED CASH".
           05  Filler                  Pic X(06) Value "BANK  ".
           05  WS-Unap-Head-Bank       Pic X(08).
           05  Filler                  Pic X(08) Value "  BATCH ".
           05  WS-Unap-Head-Batch      Pic X(08).
           05  Filler                  Pic X(11) Value "  RUN DATE ".
           05  WS-Unap-Head-Date       Pic 9(08).

       01  WS-Unapplied-Columns.
           05  Filler                  Pic X(12) Value "CUSTOMER".
           05  Filler                  Pic X(10) Value "PAY DATE".
           05  Filler                  Pic X(16) Value
               "          AMOUNT".
           05  Filler                  Pic X(14) Value "  REFERENCE".
           05  Filler                  Pic X(06) Value "REASON".

       01  WS-Unapplied-Detail.
           05  WS-Unap-Customer        Pic 9(10).
           05  Filler                  Pic X(02) Value Spaces.
           05  WS-Unap-Date            Pic X(08).
           05  Filler                  Pic X(02) Value Spaces.
           05  WS-Unap-Amount          Pic ZZZ,ZZZ,ZZ9.99.
           05  Filler                  Pic X(04) Value Spaces.
           05  WS-Unap-Reference       Pic X(12).
           05  Filler                  Pic X(02) Value Spaces.
           05  WS-Unap-Reason          Pic X(30).

       01  WS-Total-Line.
           05  WS-Total-Description    Pic X(40).
           05  WS-Total-Count          Pic Z(06)9.
           05  Filler                  Pic X(02) Value Spaces.
           05  WS-Total-Amount         Pic ZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-Caller-Name              Pic X(50).
       01  WS-Pid                      Pic 9(05).
       01  WS-Completion-Code          Pic S9(04) Value 0.
       COPY AUDITREC Replacing Audit-Log-Entry By WS-Audit-Parms.

      * ************************************************************** *
       Procedure Division.

      * ---------------------------------------------------------------*
      *  0000-MAINLINE : prove the whole batch to its trailer first;   *
      *  only a batch that proves is converted, in a second pass.      *
      * ---------------------------------------------------------------*
       0000-MAINLINE.
           Perform 1000-INITIALIZE Thru 1000-INITIALIZE-EXIT
           Perform 2000-PROVE-RECORD Thru 2000-PROVE-RECORD-EXIT
               Until WS-Lbx-At-Eof
           Perform 3000-CONVERT-BATCH Thru 3000-CONVERT-BATCH-EXIT
           Perform 9000-TERMINATE Thru 9000-TERMINATE-EXIT
           Move WS-Completion-Code To Return-Code
           GoBack.

      * ---------------------------------------------------------------*
      *  1000-INITIALIZE : open the register and the unapplied-cash    *
      *  listing, settle the payment type, open every input and prime  *
      *  the first bank record. TRANSIN is not touched here - only a   *
      *  batch that proves replaces it.                                *
      * ---------------------------------------------------------------*
       1000-INITIALIZE.
           Accept WS-Run-Date From Date YYYYMMDD
           Open Output LOCKBOX-REGISTER
           Move "LOCKBOX BANK PAYMENT CONVERSION" To REPORT-LINE
           Write REPORT-LINE
           Move All "-" To REPORT-LINE
           Write REPORT-LINE
           Open Output UNAPPLIED-LISTING
           Perform 1050-SET-PAY-TYPE Thru 1050-SET-PAY-TYPE-EXIT
           Open Input CUSTOMER-MASTER
           If WS-Cust-File-OK
               Move "Y" To WS-Cust-Open-Sw
           Else
               Display "LOCKBOX: customer master open failed "
                   WS-Cust-File-Status
               Move 8 To WS-Completion-Code
           End-If
           Open Input ACCOUNT-MASTER
           If WS-Acct-File-OK
               Move "Y" To WS-Acct-Open-Sw
           Else
               Display "LOCKBOX: account master open failed "
                   WS-Acct-File-Status
               Move 8 To WS-Completion-Code
           End-If
           Open Input LOCKBOX-FILE
           If WS-Lbx-File-OK
               Move "Y" To WS-Lbx-Open-Sw
           Else
               Display "LOCKBOX: bank file open failed "
                   WS-Lbx-File-Status
               Move 8 To WS-Completion-Code
           End-If
           If WS-Completion-Code Not = 0
               Move
                   "NOT CONVERTED - FILE OR PAYMENT TYPE NOT USABLE"
                   To REPORT-LINE
               Write REPORT-LINE
               Go To 1000-INITIALIZE-EXIT
           End-If
           Move "N" To WS-Lbx-Eof-Sw
           Perform 2100-READ-LOCKBOX Thru 2100-READ-LOCKBOX-EXIT.
       1000-INITIALIZE-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  1050-SET-PAY-TYPE : the transaction type the payments are     *
      *  written as - LOCKBOX.PRM's code, or PY - proved on TRANTYPE   *
      *  to be a normal type, so TRANEDIT will not reject the lot.     *
      * ---------------------------------------------------------------*
       1050-SET-PAY-TYPE.
           Open Input PAY-TYPE-PARM-FILE
           If WS-Parm-File-OK
               Read PAY-TYPE-PARM-FILE
                   At End
                       Continue
                   Not At End
                       If PAY-TYPE-PARM-LINE Not = Spaces
                           Move PAY-TYPE-PARM-LINE To WS-Pay-Type
                       End-If
               End-Read
               Close PAY-TYPE-PARM-FILE
           End-If
           Open Input TRAN-TYPE-TABLE
           If Not WS-Type-File-OK
               Display "LOCKBOX: type table open failed "
                   WS-Type-File-Status
               Move 8 To WS-Completion-Code
               Go To 1050-SET-PAY-TYPE-EXIT
           End-If
           Move WS-Pay-Type To TT-Code
           Read TRAN-TYPE-TABLE
               Invalid Key
                   Display "LOCKBOX: payment type " WS-Pay-Type
                       " is not on TRANTYPE"
                   Move 8 To WS-Completion-Code
               Not Invalid Key
                   If Not TT-Normal
                       Display "LOCKBOX: payment type " WS-Pay-Type
                           " is not a normal type"
                       Move 8 To WS-Completion-Code
                   End-If
           End-Read
           Close TRAN-TYPE-TABLE.
       1050-SET-PAY-TYPE-EXIT.
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
           Move "LOCKBOX" To Audit-Program-Name Of WS-Audit-Parms
           Move WS-Caller-Name To Audit-Caller-Name Of WS-Audit-Parms
           Move WS-Pid To Audit-Pid Of WS-Audit-Parms
           Move WS-Completion-Code
               To Audit-Return-Code Of WS-Audit-Parms
           Call "AUDITLOG" Using WS-Audit-Parms.
       1100-WRITE-AUDIT-ENTRY-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  2000-PROVE-RECORD : first pass, one bank record. The header   *
      *  must come first and only once, details between it and the    *
      *  trailer, and nothing after the trailer; the details are       *
      *  counted and added up for the trailer check. Every fault is   *
      *  listed on the register.                                      *
      * ---------------------------------------------------------------*
       2000-PROVE-RECORD.
           Add 1 To WS-Record-Count
           Evaluate True
               When WS-Trailer-Seen
                   Move "RECORD AFTER THE BATCH TRAILER"
                       To WS-Err-Reason
                   Perform 2500-LIST-BATCH-ERROR
                       Thru 2500-LIST-BATCH-ERROR-EXIT
               When LB-Header
                   If WS-Record-Count Not = 1
                       Move "BATCH HEADER IS NOT THE FIRST RECORD"
                           To WS-Err-Reason
                       Perform 2500-LIST-BATCH-ERROR
                           Thru 2500-LIST-BATCH-ERROR-EXIT
                   Else
                       Move "Y" To WS-Header-Seen-Sw
                       Move LB-H-Bank-Id To WS-Bank-Id
                       Move LB-H-Batch-Number To WS-Bank-Batch
                       If LB-H-Deposit-Date Numeric
                           Move LB-H-Deposit-Date To WS-Deposit-Date
                       End-If
                   End-If
               When LB-Detail
                   If Not WS-Header-Seen
                       Move "PAYMENT BEFORE THE BATCH HEADER"
                           To WS-Err-Reason
                       Perform 2500-LIST-BATCH-ERROR
                           Thru 2500-LIST-BATCH-ERROR-EXIT
                   End-If
                   If LB-D-Amount Numeric
                       Add 1 To WS-Proof-Count
                       Add LB-D-Amount To WS-Proof-Amount
                   Else
                       Move "PAYMENT AMOUNT IS NOT NUMERIC"
                           To WS-Err-Reason
                       Perform 2500-LIST-BATCH-ERROR
                           Thru 2500-LIST-BATCH-ERROR-EXIT
                   End-If
               When LB-Trailer
                   Move "Y" To WS-Trailer-Seen-Sw
                   If LB-T-Item-Count Numeric
                       And LB-T-Total-Amount Numeric
                       Move LB-T-Item-Count To WS-Trailer-Count
                       Move LB-T-Total-Amount To WS-Trailer-Amount
                   Else
                       Move "TRAILER COUNT OR AMOUNT IS NOT NUMERIC"
                           To WS-Err-Reason
                       Perform 2500-LIST-BATCH-ERROR
                           Thru 2500-LIST-BATCH-ERROR-EXIT
                   End-If
               When Other
                   Move "RECORD TYPE IS NOT H, D OR T" To WS-Err-Reason
                   Perform 2500-LIST-BATCH-ERROR
                       Thru 2500-LIST-BATCH-ERROR-EXIT
           End-Evaluate
           Perform 2100-READ-LOCKBOX Thru 2100-READ-LOCKBOX-EXIT.
       2000-PROVE-RECORD-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  2100-READ-LOCKBOX : next bank record, or note EOF.            *
      * ---------------------------------------------------------------*
       2100-READ-LOCKBOX.
           Read LOCKBOX-FILE
               At End
                   Move "Y" To WS-Lbx-Eof-Sw
           End-Read.
       2100-READ-LOCKBOX-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  2500-LIST-BATCH-ERROR : one fault in the batch onto the       *
      *  register, against the number of the record it was found on.  *
      * ---------------------------------------------------------------*
       2500-LIST-BATCH-ERROR.
           Add 1 To WS-Batch-Errors
           Move WS-Record-Count To WS-Err-Record
           Move WS-Batch-Error-Line To REPORT-LINE
           Write REPORT-LINE.
       2500-LIST-BATCH-ERROR-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  2900-CHECK-TRAILER : the batch as a whole - it must have had  *
      *  a header and a trailer, and the trailer's count and amount    *
      *  must be what the details add up to.                           *
      * ---------------------------------------------------------------*
       2900-CHECK-TRAILER.
           Move WS-Record-Count To WS-Err-Record
           If Not WS-Header-Seen
               Move "NO BATCH HEADER" To WS-Err-Reason
               Perform 2500-LIST-BATCH-ERROR
                   Thru 2500-LIST-BATCH-ERROR-EXIT
           End-If
           If Not WS-Trailer-Seen
               Move "NO BATCH TRAILER" To WS-Err-Reason
               Perform 2500-LIST-BATCH-ERROR
                   Thru 2500-LIST-BATCH-ERROR-EXIT
               Go To 2900-CHECK-TRAILER-EXIT
           End-If
           If WS-Proof-Count Not = WS-Trailer-Count
               Move "TRAILER ITEM COUNT DISAGREES WITH THE PAYMENTS"
                   To WS-Err-Reason
               Perform 2500-LIST-BATCH-ERROR
                   Thru 2500-LIST-BATCH-ERROR-EXIT
           End-If
           If WS-Proof-Amount Not = WS-Trailer-Amount
               Move "TRAILER AMOUNT DISAGREES WITH THE PAYMENTS"
                   To WS-Err-Reason
               Perform 2500-LIST-BATCH-ERROR
                   Thru 2500-LIST-BATCH-ERROR-EXIT
           End-If.
       2900-CHECK-TRAILER-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  3000-CONVERT-BATCH : second pass. Only a batch that proved    *
      *  to its trailer gets here: TRANSIN is replaced and the bank    *
      *  file read again from the top, each payment applied or listed  *
      *  as unapplied cash.                                            *
      * ---------------------------------------------------------------*
       3000-CONVERT-BATCH.
           If WS-Completion-Code Not = 0
               Go To 3000-CONVERT-BATCH-EXIT
           End-If
           Perform 2900-CHECK-TRAILER Thru 2900-CHECK-TRAILER-EXIT
           If WS-Batch-Errors > 0
               Move "BATCH NOT CONVERTED - IT DOES NOT PROVE TO TRAILER"
                   To REPORT-LINE
               Write REPORT-LINE
               Move 8 To WS-Completion-Code
               Go To 3000-CONVERT-BATCH-EXIT
           End-If
           Close LOCKBOX-FILE
           Open Input LOCKBOX-FILE
           If Not WS-Lbx-File-OK
               Display "LOCKBOX: bank file reopen failed "
                   WS-Lbx-File-Status
               Move "N" To WS-Lbx-Open-Sw
               Move 8 To WS-Completion-Code
               Go To 3000-CONVERT-BATCH-EXIT
           End-If
           Open Output PAYMENT-FEED
           If Not WS-Feed-File-OK
               Display "LOCKBOX: TRANSIN open failed "
                   WS-Feed-File-Status
               Move 8 To WS-Completion-Code
               Go To 3000-CONVERT-BATCH-EXIT
           End-If
           Move "Y" To WS-Feed-Open-Sw
           Move "Y" To WS-Converted-Sw
           Move WS-Bank-Id To WS-Batch-Line-Bank
           Move WS-Bank-Batch To WS-Batch-Line-Batch
           Move WS-Deposit-Date To WS-Batch-Line-Deposit
           Move WS-Pay-Type To WS-Batch-Line-Type
           Move WS-Batch-Line To REPORT-LINE
           Write REPORT-LINE
           Move Spaces To REPORT-LINE
           Write REPORT-LINE
           Move WS-Column-Line To REPORT-LINE
           Write REPORT-LINE
           Move WS-Bank-Id To WS-Unap-Head-Bank
           Move WS-Bank-Batch To WS-Unap-Head-Batch
           Move WS-Run-Date To WS-Unap-Head-Date
           Move WS-Unapplied-Heading To UNAPPLIED-LINE
           Write UNAPPLIED-LINE
           Move All "-" To UNAPPLIED-LINE
           Write UNAPPLIED-LINE
           Move WS-Unapplied-Columns To UNAPPLIED-LINE
           Write UNAPPLIED-LINE
           Move "N" To WS-Lbx-Eof-Sw
           Perform 2100-READ-LOCKBOX Thru 2100-READ-LOCKBOX-EXIT
           Perform 3100-CONVERT-RECORD Thru 3100-CONVERT-RECORD-EXIT
               Until WS-Lbx-At-Eof.
       3000-CONVERT-BATCH-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  3100-CONVERT-RECORD : one bank record on the second pass -    *
      *  the header and trailer are already proved, so only the        *
      *  payments are looked at.                                       *
      * ---------------------------------------------------------------*
       3100-CONVERT-RECORD.
           If LB-Detail
               Perform 3200-CONVERT-PAYMENT
                   Thru 3200-CONVERT-PAYMENT-EXIT
           End-If
           Perform 2100-READ-LOCKBOX Thru 2100-READ-LOCKBOX-EXIT.
       3100-CONVERT-RECORD-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  3200-CONVERT-PAYMENT : one payment, applied to the account    *
      *  its customer number resolves to, or listed as unapplied cash  *
      *  with the reason it could not be.                              *
      * ---------------------------------------------------------------*
       3200-CONVERT-PAYMENT.
           Add 1 To WS-Read-Count
           Add LB-D-Amount To WS-Read-Amount
           Perform 3300-RESOLVE-ACCOUNT Thru 3300-RESOLVE-ACCOUNT-EXIT
           If WS-Unapplied-Reason = Spaces
               Perform 3500-WRITE-PAYMENT Thru 3500-WRITE-PAYMENT-EXIT
           Else
               Perform 3600-LIST-UNAPPLIED
                   Thru 3600-LIST-UNAPPLIED-EXIT
           End-If.
       3200-CONVERT-PAYMENT-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  3300-RESOLVE-ACCOUNT : the account to apply the payment to.   *
      *  The customer must be on CUSTMAST; ACCTMAST has no index on    *
      *  the owner, so it is scanned for the customer's accounts as    *
      *  HISTINQ does. A closed account takes no payments. One open    *
      *  account is used as it is; of several, the one payment        *
      *  default. Anything else leaves WS-Unapplied-Reason set.        *
      * ---------------------------------------------------------------*
       3300-RESOLVE-ACCOUNT.
           Move Spaces To WS-Unapplied-Reason
           Move Spaces To WS-Applied-Key
           If LB-D-Payment-Date Not Numeric
               Or LB-D-Pay-MM < 1 Or LB-D-Pay-MM > 12
               Or LB-D-Pay-DD < 1 Or LB-D-Pay-DD > 31
               Move "PAYMENT DATE NOT VALID" To WS-Unapplied-Reason
               Go To 3300-RESOLVE-ACCOUNT-EXIT
           End-If
           If LB-D-Customer Not Numeric
               Or LB-D-Customer > 99999
               Move "CUSTOMER NUMBER NOT AN IDENT"
                   To WS-Unapplied-Reason
               Go To 3300-RESOLVE-ACCOUNT-EXIT
           End-If
           Move LB-D-Customer To WS-Owner-Ident
           Move WS-Owner-Ident To Ident
           Read CUSTOMER-MASTER
               Invalid Key
                   Move "CUSTOMER NOT ON MASTER" To WS-Unapplied-Reason
                   Go To 3300-RESOLVE-ACCOUNT-EXIT
           End-Read
           Move 0 To WS-Owned-Count
           Move 0 To WS-Default-Count
           Move "N" To WS-Acct-Scan-Eof-Sw
           Move Low-Values To AcctKey
           Start ACCOUNT-MASTER Key >= AcctKey
               Invalid Key
                   Move "Y" To WS-Acct-Scan-Eof-Sw
           End-Start
           Perform 3350-SCAN-ACCOUNT Thru 3350-SCAN-ACCOUNT-EXIT
               Until WS-Acct-Scan-At-Eof
           Evaluate True
               When WS-Owned-Count = 0
                   Move "NO OPEN ACCOUNT FOR CUSTOMER"
                       To WS-Unapplied-Reason
               When WS-Owned-Count = 1
                   Move WS-Owned-Key To WS-Applied-Key
               When WS-Default-Count = 1
                   Move WS-Default-Key To WS-Applied-Key
               When WS-Default-Count = 0
                   Move "SEVERAL ACCOUNTS - NO DEFAULT"
                       To WS-Unapplied-Reason
               When Other
                   Move "SEVERAL DEFAULT ACCOUNTS"
                       To WS-Unapplied-Reason
           End-Evaluate.
       3300-RESOLVE-ACCOUNT-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  3350-SCAN-ACCOUNT : one account master entry - if the         *
      *  customer owns it and it is not closed, count it, and count it *
      *  again if it is the payment default.                           *
      * ---------------------------------------------------------------*
       3350-SCAN-ACCOUNT.
           Read ACCOUNT-MASTER Next Record
               At End
                   Move "Y" To WS-Acct-Scan-Eof-Sw
               Not At End
                   If AcctOwner = WS-Owner-Ident
                       And Not AcctClosed
                       Add 1 To WS-Owned-Count
                       Move AcctKey To WS-Owned-Key
                       If AcctIsPayDefault
                           Add 1 To WS-Default-Count
                           Move AcctKey To WS-Default-Key
                       End-If
                   End-If
           End-Read.
       3350-SCAN-ACCOUNT-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  3500-WRITE-PAYMENT : the payment onto TRANSIN as a credit to  *
      *  the resolved account, dated on the payment date (TR-Date is   *
      *  DDMMYYYY) and referenced with the bank's reference, and onto  *
      *  the register.                                                 *
      * ---------------------------------------------------------------*
       3500-WRITE-PAYMENT.
           Move Spaces To FEED-RECORD
           Move WS-Applied-Division To TR-Division Of FEED-RECORD
           Move WS-Applied-Account To TR-Account Of FEED-RECORD
           Move LB-D-Pay-DD To TR-Date-DD Of FEED-RECORD
           Move LB-D-Pay-MM To TR-Date-MM Of FEED-RECORD
           Move LB-D-Pay-YYYY To TR-Date-YYYY Of FEED-RECORD
           Move LB-D-Amount To TR-Amount Of FEED-RECORD
           Move WS-Pay-Type To TR-Type Of FEED-RECORD
           Move LB-D-Bank-Reference To TR-Reference Of FEED-RECORD
           Write FEED-RECORD
           Add 1 To WS-Applied-Count
           Add LB-D-Amount To WS-Applied-Amount
           Move Spaces To WS-Register-Line
           Move LB-D-Customer To WS-Line-Customer
           Move WS-Applied-Division To WS-Line-Division
           Move WS-Applied-Account To WS-Line-Account
           Move LB-D-Payment-Date To WS-Line-Date
           Move LB-D-Amount To WS-Line-Amount
           Move LB-D-Bank-Reference To WS-Line-Reference
           Move WS-Register-Line To REPORT-LINE
           Write REPORT-LINE.
       3500-WRITE-PAYMENT-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  3600-LIST-UNAPPLIED : the payment onto the unapplied-cash     *
      *  listing with the reason it was not applied.                   *
      * ---------------------------------------------------------------*
       3600-LIST-UNAPPLIED.
           Add 1 To WS-Unapplied-Count
           Add LB-D-Amount To WS-Unapplied-Amount
           Move Spaces To WS-Unapplied-Detail
           Move LB-D-Customer To WS-Unap-Customer
           Move LB-D-Payment-Date To WS-Unap-Date
           Move LB-D-Amount To WS-Unap-Amount
           Move LB-D-Bank-Reference To WS-Unap-Reference
           Move WS-Unapplied-Reason To WS-Unap-Reason
           Move WS-Unapplied-Detail To UNAPPLIED-LINE
           Write UNAPPLIED-LINE.
       3600-LIST-UNAPPLIED-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  9000-TERMINATE : the run reconciled to the bank trailer -     *
      *  payments read, applied and unapplied against the trailer's    *
      *  count and amount - then close down and log how it finished.   *
      * ---------------------------------------------------------------*
       9000-TERMINATE.
           If WS-Converted
               Perform 9100-RECONCILE-RUN Thru 9100-RECONCILE-RUN-EXIT
           End-If
           If WS-Unapplied-Count > 0
               And WS-Completion-Code = 0
               Move 4 To WS-Completion-Code
           End-If
           If WS-Lbx-Open
               Close LOCKBOX-FILE
           End-If
           If WS-Cust-Open
               Close CUSTOMER-MASTER
           End-If
           If WS-Acct-Open
               Close ACCOUNT-MASTER
           End-If
           If WS-Feed-Open
               Close PAYMENT-FEED
           End-If
           Close LOCKBOX-REGISTER
           Close UNAPPLIED-LISTING
           Display "Payments read    : " WS-Read-Count
           Display "Applied          : " WS-Applied-Count
           Display "Unapplied        : " WS-Unapplied-Count
           Perform 1100-WRITE-AUDIT-ENTRY
               Thru 1100-WRITE-AUDIT-ENTRY-EXIT.
       9000-TERMINATE-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  9100-RECONCILE-RUN : the totals block on the register and the *
      *  unapplied total on its listing. What was read must be the     *
      *  trailer's figures, and applied plus unapplied what was read.  *
      * ---------------------------------------------------------------*
       9100-RECONCILE-RUN.
           Compute WS-Accounted-Count =
               WS-Applied-Count + WS-Unapplied-Count
           Compute WS-Accounted-Amount =
               WS-Applied-Amount + WS-Unapplied-Amount
           Move All "-" To REPORT-LINE
           Write REPORT-LINE
           Move "BANK TRAILER" To WS-Total-Description
           Move WS-Trailer-Count To WS-Total-Count
           Move WS-Trailer-Amount To WS-Total-Amount
           Move WS-Total-Line To REPORT-LINE
           Write REPORT-LINE
           Move "PAYMENTS READ" To WS-Total-Description
           Move WS-Read-Count To WS-Total-Count
           Move WS-Read-Amount To WS-Total-Amount
           Move WS-Total-Line To REPORT-LINE
           Write REPORT-LINE
           Move "APPLIED - WRITTEN TO TRANSIN" To WS-Total-Description
           Move WS-Applied-Count To WS-Total-Count
           Move WS-Applied-Amount To WS-Total-Amount
           Move WS-Total-Line To REPORT-LINE
           Write REPORT-LINE
           Move "UNAPPLIED CASH - SEE UNAPPLD.RPT"
               To WS-Total-Description
           Move WS-Unapplied-Count To WS-Total-Count
           Move WS-Unapplied-Amount To WS-Total-Amount
           Move WS-Total-Line To REPORT-LINE
           Write REPORT-LINE
           Move "APPLIED PLUS UNAPPLIED" To WS-Total-Description
           Move WS-Accounted-Count To WS-Total-Count
           Move WS-Accounted-Amount To WS-Total-Amount
           Move WS-Total-Line To REPORT-LINE
           Write REPORT-LINE
           If WS-Read-Count = WS-Trailer-Count
               And WS-Read-Amount = WS-Trailer-Amount
               And WS-Accounted-Count = WS-Trailer-Count
               And WS-Accounted-Amount = WS-Trailer-Amount
               Move "RUN TOTALS RECONCILE TO THE BANK TRAILER"
                   To REPORT-LINE
           Else
               Move "RUN TOTALS DO NOT RECONCILE TO THE BANK TRAILER"
                   To REPORT-LINE
               Move 8 To WS-Completion-Code
           End-If
           Write REPORT-LINE
           Move All "-" To UNAPPLIED-LINE
           Write UNAPPLIED-LINE
           Move "UNAPPLIED CASH" To WS-Total-Description
           Move WS-Unapplied-Count To WS-Total-Count
           Move WS-Unapplied-Amount To WS-Total-Amount
           Move WS-Total-Line To UNAPPLIED-LINE
           Write UNAPPLIED-LINE.
       9100-RECONCILE-RUN-EXIT.
           Exit.
