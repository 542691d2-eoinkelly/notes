      *  CUSTMAINT's customer browse uses - the start key of every     *
      *  page shown is remembered so paging back is just re-STARTing   *
      *  at the previous page's key.                                   *
      *  Any operator signed on (OPERSIGN - from the console, or here  *
      *  when run on its own) may inquire; nobody else may.            *
      *                                                                 *
      *  Author.        Data Processing.                                *
      *  Installation.  Batch Suite.                                    *
      *                                                                 *
      *  Modification history                                           *
      *  2026-09-02  ek  Initial version.                                *
      *  2026-10-15  ek  History lines carry the transaction type,     *
      *                  its description off the TRANTYPE table        *
      *                  (copybooks/TYPEREC.cpy) and the originator    *
      *                  reference.                                    *
      *  2026-10-15  ek  A frozen or closed account is marked on its   *
      *                  activity heading; a closed account stays on   *
      *                  ACCTMAST, so its history is still reached     *
      *                  through the customer inquiry.                 *
      *  2026-10-15  ek  Operator sign-on through OPERSIGN before any  *
      *                  history is shown.                             *
      * ************************************************************** *
       Identification Division.
       Program-ID. HISTINQ.
               Record Key is AcctKey
               File Status is WS-Acct-File-Status.

           Select TRAN-TYPE-TABLE
               Assign to "TRANTYPE"
               Organization is Indexed
               Access Mode is Random
               Record Key is TT-Code
               File Status is WS-Type-File-Status.

      * ************************************************************** *
       Data Division.
       File Section.
           Label Records are Standard.
       COPY ACCTREC.

       FD  TRAN-TYPE-TABLE
           Label Records are Standard.
       COPY TYPEREC.

       Working-Storage Section.
       01  WS-Hist-File-Status     Pic X(02).
           88  WS-Hist-File-OK         Value "00".
           88  WS-Acct-File-OK         Value "00".
           88  WS-Acct-File-Eof        Value "10".

       01  WS-Type-File-Status     Pic X(02).
           88  WS-Type-File-OK         Value "00".

       01  WS-Switches.
           05  WS-More-Work-Sw     Pic X(01) Value "Y".
               88  WS-More-Work        Value "Y".
               88  WS-Acct-Scan-At-Eof Value "Y".
           05  WS-Owned-Any-Sw     Pic X(01).
               88  WS-Owned-Any        Value "Y".
           05  WS-Type-Avail-Sw    Pic X(01) Value "N".
               88  WS-Type-Avail       Value "Y".

       01  WS-Menu-Choice          Pic X(01).

           05  WS-Inq-Ident        Pic X(05).
           05  WS-Inq-Ident-Num    Redefines WS-Inq-Ident
                                   Pic 9(05).
           05  WS-Inq-Status-Note  Pic X(20).

       01  WS-Browse-Fields.
           05  WS-Reposition-Key   Pic X(25).
           05  WS-Line-Seq         Pic 9(07).
           05  Filler              Pic X(02) Value Spaces.
           05  WS-Line-Amount      Pic Z,ZZZ,ZZ9.99-.
           05  Filler              Pic X(02) Value Spaces.
           05  WS-Line-Type        Pic X(02).
           05  Filler              Pic X(01) Value Space.
           05  WS-Line-Type-Desc   Pic X(20).
           05  Filler              Pic X(01) Value Space.
           05  WS-Line-Reference   Pic X(12).

       01  WS-Caller-Name          Pic X(50).
       01  WS-Pid                  Pic 9(05).
       01  WS-Completion-Code      Pic S9(04) Value 0.
       COPY SIGNREC Replacing Sign-On-Entry By WS-Sign-On-Parms.
       COPY AUDITREC Replacing Audit-Log-Entry By WS-Audit-Parms.

      * ************************************************************** *
      *  means there is nothing to inquire into yet - and the account  *
      *  master the customer inquiry joins through. A master that     *
      *  will not open only loses the by-customer path; by-account    *
      *  inquiry still works. Without the type table the lines show   *
      *  the type code alone.                                          *
      * ---------------------------------------------------------------*
       1000-INITIALIZE.
           Move "C" To SO-Function Of WS-Sign-On-Parms
           Move "HISTINQ" To SO-Program Of WS-Sign-On-Parms
           Call "OPERSIGN" Using WS-Sign-On-Parms
           If SO-Not-Signed-On Of WS-Sign-On-Parms
               Display "HISTINQ: no operator signed on"
               Move "N" To WS-More-Work-Sw
               Move 8 To WS-Completion-Code
               Go To 1000-INITIALIZE-EXIT
           End-If
           Open Input TRANSACTION-HISTORY
           If Not WS-Hist-File-OK
               Display "HISTINQ: no transaction history on file "
               Display "HISTINQ: account master unavailable "
                   WS-Acct-File-Status
                   " - by-customer inquiry refused"
           End-If
           Open Input TRAN-TYPE-TABLE
           If WS-Type-File-OK
               Move "Y" To WS-Type-Avail-Sw
           End-If.
       1000-INITIALIZE-EXIT.
           Exit.
           Accept WS-Inq-Division
           Display "Account: " With No Advancing
           Accept WS-Inq-Account
           Move Spaces To WS-Inq-Status-Note
           If WS-Master-Avail
               Move WS-Inq-Division To AcctDivision
               Move WS-Inq-Account To AcctAccount
               Read ACCOUNT-MASTER
                   Invalid Key
                       Continue
                   Not Invalid Key
                       Perform 4200-NOTE-STATUS
                           Thru 4200-NOTE-STATUS-EXIT
               End-Read
           End-If
           Perform 6000-PAGE-ACCOUNT-HISTORY
               Thru 6000-PAGE-ACCOUNT-HISTORY-EXIT.
       3000-ACCOUNT-INQUIRY-EXIT.
                       Move "Y" To WS-Owned-Any-Sw
                       Move AcctDivision To WS-Inq-Division
                       Move AcctAccount To WS-Inq-Account
                       Perform 4200-NOTE-STATUS
                           Thru 4200-NOTE-STATUS-EXIT
                       Perform 6000-PAGE-ACCOUNT-HISTORY
                           Thru 6000-PAGE-ACCOUNT-HISTORY-EXIT
                   End-If
       4100-SCAN-OWNED-ACCOUNT-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  4200-NOTE-STATUS : the account entry in hand, if frozen or    *
      *  closed, is marked on its activity heading.                    *
      * ---------------------------------------------------------------*
       4200-NOTE-STATUS.
           Evaluate True
               When AcctFrozen
                   Move "  ** FROZEN **" To WS-Inq-Status-Note
               When AcctClosed
                   Move "  ** CLOSED **" To WS-Inq-Status-Note
               When Other
                   Move Spaces To WS-Inq-Status-Note
           End-Evaluate.
       4200-NOTE-STATUS-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  6000-PAGE-ACCOUNT-HISTORY : the paging loop for one account - *
      *  position at the top of its history and page forward and back  *
               Thru 6500-POSITION-AT-KEY-EXIT
           Display " "
           Display "ACTIVITY FOR " WS-Inq-Division "/"
               WS-Inq-Account WS-Inq-Status-Note
           If WS-Browse-At-Eof
               Display "(no history on file for this account)"
               Go To 6000-PAGE-ACCOUNT-HISTORY-EXIT
               Go To 6200-HISTORY-PAGE-EXIT
           End-If
           Move 0 To WS-Page-Lines
           Display "DATE        SEQ      AMOUNT         TYPE"
               "                    REFERENCE PAGE " WS-Page-Number
           Perform 6300-HISTORY-LINE Thru 6300-HISTORY-LINE-EXIT
               Until WS-Page-Lines >= WS-Page-Size
                   Or WS-Browse-At-Eof
                       Move TH-Year To WS-Line-Year
                       Move TH-Seq To WS-Line-Seq
                       Move TH-Amount To WS-Line-Amount
                       Perform 6350-DESCRIBE-TYPE
                           Thru 6350-DESCRIBE-TYPE-EXIT
                       Display WS-Hist-Line
                       Add 1 To WS-Page-Lines
                       Add 1 To WS-Account-Lines
       6300-HISTORY-LINE-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  6350-DESCRIBE-TYPE : the history record's type, its           *
      *  description off the type table, and its reference onto the   *
      *  line. History posted before types were kept has none.         *
      * ---------------------------------------------------------------*
       6350-DESCRIBE-TYPE.
           Move TH-Type To WS-Line-Type
           Move TH-Reference To WS-Line-Reference
           Move Spaces To WS-Line-Type-Desc
           If Not WS-Type-Avail Or TH-Type = Spaces
               Go To 6350-DESCRIBE-TYPE-EXIT
           End-If
           Move TH-Type To TT-Code
           Read TRAN-TYPE-TABLE
               Invalid Key
                   Move "UNKNOWN TYPE" To WS-Line-Type-Desc
               Not Invalid Key
                   Move TT-Description To WS-Line-Type-Desc
           End-Read.
       6350-DESCRIBE-TYPE-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  6400-PROMPT-PAGE : what next - N reads on from here, P        *
      *  re-STARTs at the previous page's saved key, Q leaves this     *
           If WS-Master-Avail
               Close ACCOUNT-MASTER
           End-If
           If WS-Type-Avail
               Close TRAN-TYPE-TABLE
           End-If
           Perform 1100-WRITE-AUDIT-ENTRY
               Thru 1100-WRITE-AUDIT-ENTRY-EXIT.
       9000-TERMINATE-EXIT.
