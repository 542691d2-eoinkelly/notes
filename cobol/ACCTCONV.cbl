      * ************************************************************** *
      *  ACCTCONV                                                       *
      *                                                                 *
      *  One-off, one-pass conversion for the account status and the  *
      *  opened and closed dates added to ACCTREC - the TYPECONV       *
      *  mould applied to the indexed account master:                  *
      *                                                                 *
      *    ACCTMAST  rename the old-width master to ACCTMAST.OLD; it   *
      *              is read in key order and ACCTMAST rebuilt at the  *
      *              new width, every account open with both dates     *
      *              zero - no opening date was kept before now, and   *
      *              nothing on the old master had been closed - and   *
      *              none of them the owner's payment default.         *
      *                                                                 *
      *  A flat ACCTSEQ unload needs no conversion: ACCTLOAD loads a   *
      *  record without a status as an open account.                   *
      *                                                                 *
      *  An ACCTMAST.OLD that is not on disk is reported and skipped.  *
      *  A new-width ACCTMAST already on disk is never overwritten -   *
      *  the run ends 8 and is left for the operator to sort out.      *
      *  Once the master is converted this program has no further use. *
      *                                                                 *
      *  Author.        Data Processing.                                *
      *  Installation.  Batch Suite.                                    *
      *  Date-Written.   15 Oct 2026.                                    *
      *                                                                 *
      *  Modification history                                           *
      *  2026-10-15  ek  Initial version.                                *
      *  2026-10-15  ek  Converted accounts written as not the owner's *
      *                  payment default.                              *
      * ************************************************************** *
       Identification Division.
       Program-ID. ACCTCONV.

      * ************************************************************** *
       Environment Division.
       Input-Output Section.
       File-Control.
           Select OLD-ACCOUNT-MASTER
               Assign to "ACCTMAST.OLD"
               Organization is Indexed
               Access Mode is Sequential
               Record Key is OLD-AcctKey
               File Status is WS-Old-Acct-Status.

           Select ACCOUNT-MASTER
               Assign to "ACCTMAST"
               Organization is Indexed
               Access Mode is Sequential
               Record Key is AcctKey
               File Status is WS-Acct-File-Status.

      * ************************************************************** *
       Data Division.
       File Section.
       FD  OLD-ACCOUNT-MASTER
           Label Records are Standard.
       01  OLD-ACCOUNT-ENTRY.
           05  OLD-AcctKey             Pic X(10).
           05  OLD-AcctOwner           Pic 9(05).

       FD  ACCOUNT-MASTER
           Label Records are Standard.
       COPY ACCTREC.

       Working-Storage Section.
       01  WS-Old-Acct-Status          Pic X(02).
           88  WS-Old-Acct-OK               Value "00".
           88  WS-Old-Acct-NoSuchFile       Value "35".

       01  WS-Acct-File-Status         Pic X(02).
           88  WS-Acct-File-OK              Value "00".
           88  WS-Acct-File-NoSuchFile      Value "35".

       01  WS-Switches.
           05  WS-Acct-Eof-Sw          Pic X(01).
               88  WS-Acct-At-Eof           Value "Y".

       01  WS-Counters.
           05  WS-Acct-Count           Pic 9(07) Value 0.

       01  WS-Caller-Name              Pic X(50).
       01  WS-Pid                      Pic 9(05).
       01  WS-Completion-Code          Pic S9(04) Value 0.
       COPY AUDITREC Replacing Audit-Log-Entry By WS-Audit-Parms.

      * ************************************************************** *
       Procedure Division.

      * ---------------------------------------------------------------*
      *  0000-MAINLINE : the conversion, then the audit entry.         *
      * ---------------------------------------------------------------*
       0000-MAINLINE.
           Perform 2000-CONVERT-ACCOUNTS
               Thru 2000-CONVERT-ACCOUNTS-EXIT
           Perform 9000-TERMINATE Thru 9000-TERMINATE-EXIT
           Move WS-Completion-Code To Return-Code
           GoBack.

      * ---------------------------------------------------------------*
      *  1100-WRITE-AUDIT-ENTRY : record the conversion run on the     *
      *  shared audit trail, called from 9000-TERMINATE.               *
      * ---------------------------------------------------------------*
       1100-WRITE-AUDIT-ENTRY.
           Call "C$CALLEDBY" Using WS-Caller-Name
           Call "C$GETPID"
           Move Return-Code To WS-Pid
           Move "ACCTCONV" To Audit-Program-Name Of WS-Audit-Parms
           Move WS-Caller-Name To Audit-Caller-Name Of WS-Audit-Parms
           Move WS-Pid To Audit-Pid Of WS-Audit-Parms
           Move WS-Completion-Code
               To Audit-Return-Code Of WS-Audit-Parms
           Call "AUDITLOG" Using WS-Audit-Parms.
       1100-WRITE-AUDIT-ENTRY-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  2000-CONVERT-ACCOUNTS : rebuild ACCTMAST at the new width     *
      *  from the renamed ACCTMAST.OLD. Read in key order, so the new  *
      *  master is loaded in key order too.                            *
      * ---------------------------------------------------------------*
       2000-CONVERT-ACCOUNTS.
           Move "N" To WS-Acct-Eof-Sw
           Open Input OLD-ACCOUNT-MASTER
           If WS-Old-Acct-NoSuchFile
               Display "ACCTCONV: no ACCTMAST.OLD on disk - skipped"
               Go To 2000-CONVERT-ACCOUNTS-EXIT
           End-If
           If Not WS-Old-Acct-OK
               Display "ACCTCONV: ACCTMAST.OLD open failed "
                   WS-Old-Acct-Status
               Move 8 To WS-Completion-Code
               Go To 2000-CONVERT-ACCOUNTS-EXIT
           End-If
           Open Input ACCOUNT-MASTER
           If Not WS-Acct-File-NoSuchFile
               If WS-Acct-File-OK
                   Close ACCOUNT-MASTER
               End-If
               Display "ACCTCONV: ACCTMAST already on disk - "
                   "not overwritten"
               Close OLD-ACCOUNT-MASTER
               Move 8 To WS-Completion-Code
               Go To 2000-CONVERT-ACCOUNTS-EXIT
           End-If
           Open Output ACCOUNT-MASTER
           Perform 2100-READ-OLD-ACCOUNT
               Thru 2100-READ-OLD-ACCOUNT-EXIT
           Perform 2200-CONVERT-ACCOUNT
               Thru 2200-CONVERT-ACCOUNT-EXIT
               Until WS-Acct-At-Eof
           Close OLD-ACCOUNT-MASTER
           Close ACCOUNT-MASTER
           Display "ACCTCONV: " WS-Acct-Count
               " account(s) converted to ACCTMAST".
       2000-CONVERT-ACCOUNTS-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  2100-READ-OLD-ACCOUNT : next old-width account entry, or note *
      *  EOF.                                                          *
      * ---------------------------------------------------------------*
       2100-READ-OLD-ACCOUNT.
           Read OLD-ACCOUNT-MASTER Next Record
               At End
                   Move "Y" To WS-Acct-Eof-Sw
           End-Read.
       2100-READ-OLD-ACCOUNT-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  2200-CONVERT-ACCOUNT : one account onto the new master, open  *
      *  and undated.                                                  *
      * ---------------------------------------------------------------*
       2200-CONVERT-ACCOUNT.
           Move Spaces To Account-Entry
           Move OLD-AcctKey To AcctKey
           Move OLD-AcctOwner To AcctOwner
           Move "O" To AcctStatus
           Move 0 To AcctOpenedDate
           Move 0 To AcctClosedDate
           Move "N" To AcctPayDefault
           Write Account-Entry
               Invalid Key
                   Display "ACCTCONV: ACCTMAST write of " AcctKey
                       " failed " WS-Acct-File-Status
                   Move 8 To WS-Completion-Code
               Not Invalid Key
                   Add 1 To WS-Acct-Count
           End-Write
           Perform 2100-READ-OLD-ACCOUNT
               Thru 2100-READ-OLD-ACCOUNT-EXIT.
       2200-CONVERT-ACCOUNT-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  9000-TERMINATE : log how the conversion finished.             *
      * ---------------------------------------------------------------*
       9000-TERMINATE.
           Perform 1100-WRITE-AUDIT-ENTRY
               Thru 1100-WRITE-AUDIT-ENTRY-EXIT.
       9000-TERMINATE-EXIT.
           Exit.
