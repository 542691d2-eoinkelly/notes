      *                                                                 *
      *  Modification history                                           *
      *  2026-09-02  ek  Initial version.                                *
      *  2026-10-15  ek  Posts only a TRANCLN batch the BATCHREG         *
      *                  posted-batch register (copybooks/BATCHREC.cpy)  *
      *                  does not already show as posted to ACCTBAL.     *
      *                  A batch with no identity on TRANCLN.BAT, or one *
      *                  already posted, is refused with return code 8   *
      *                  so a rerun chain stops before posting twice.    *
      *                  BATCHOUT backs a posted batch out again.        *
      * ************************************************************** *
       Identification Division.
       Program-ID. BALPOST.
               Record Key is BAL-Key
               File Status is WS-Bal-File-Status.

           Select BATCH-CONTROL-FILE
               Assign to "TRANCLN.BAT"
               Organization is Line Sequential
               File Status is WS-Batch-File-Status.

           Select BATCH-REGISTER
               Assign to "BATCHREG"
               Organization is Indexed
               Access Mode is Random
               Record Key is PB-Batch-Id Of Posted-Batch-Entry
               File Status is WS-Register-File-Status.

      * ************************************************************** *
       Data Division.
       File Section.
           Label Records are Standard.
       COPY BALREC.

       FD  BATCH-CONTROL-FILE
           Label Records are Standard.
       01  BATCH-CONTROL-LINE          Pic X(84).

       FD  BATCH-REGISTER
           Label Records are Standard.
       COPY BATCHREC.

       Working-Storage Section.
       01  WS-Clean-File-Status        Pic X(02).
           88  WS-Clean-File-OK             Value "00".
           88  WS-Bal-File-OK               Value "00".
           88  WS-Bal-File-NoSuchFile       Value "35".

       01  WS-Batch-File-Status        Pic X(02).
           88  WS-Batch-File-OK             Value "00".

       01  WS-Register-File-Status     Pic X(02).
           88  WS-Register-File-OK          Value "00".
           88  WS-Register-File-NoSuchFile  Value "35".

       01  WS-Switches.
           05  WS-Clean-Eof-Sw         Pic X(01) Value "N".
               88  WS-Clean-At-Eof          Value "Y".
           05  WS-Files-Open-Sw        Pic X(01) Value "N".
               88  WS-Files-Open            Value "Y".
           05  WS-Register-Open-Sw     Pic X(01) Value "N".
               88  WS-Register-Open         Value "Y".
           05  WS-Batch-Cleared-Sw     Pic X(01) Value "N".
               88  WS-Batch-Cleared         Value "Y".
           05  WS-Batch-New-Sw         Pic X(01) Value "N".
               88  WS-Batch-New             Value "Y".

       01  WS-Run-Date                 Pic 9(08) Value 0.

       COPY BATCHREC Replacing Posted-Batch-Entry By WS-Batch-Control.

       01  WS-Counters.
           05  WS-Read-Count           Pic 9(07) Value 0.
      *  for update, prime the read. On the first ever run ACCTBAL     *
      *  does not exist yet - Open I-O requires an existing file, so   *
      *  fall back to Open Output to create it, exactly as CUSTMAINT   *
      *  creates CUSTMAST. Nothing is opened for posting until the    *
      *  batch has been cleared against the posted-batch register.     *
      * ---------------------------------------------------------------*
       1000-INITIALIZE.
           Accept WS-Run-Date From Date YYYYMMDD
           Move Spaces To WS-Batch-Control
           Open Input CLEAN-TRANSACTION-FILE
           If Not WS-Clean-File-OK
               Display "BALPOST: clean transaction file open failed "
               Move "Y" To WS-Clean-Eof-Sw
               Go To 1000-INITIALIZE-EXIT
           End-If
           Perform 1300-CHECK-BATCH Thru 1300-CHECK-BATCH-EXIT
           If Not WS-Batch-Cleared
               Move 8 To WS-Completion-Code
               Move "Y" To WS-Clean-Eof-Sw
               Close CLEAN-TRANSACTION-FILE
               Go To 1000-INITIALIZE-EXIT
           End-If
           Open I-O BALANCE-MASTER
           If WS-Bal-File-NoSuchFile
               Open Output BALANCE-MASTER
       1100-WRITE-AUDIT-ENTRY-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  1300-CHECK-BATCH : the batch identity TRANCHK wrote for this  *
      *  TRANCLN, looked up on the posted-batch register (created if   *
      *  this is the first batch ever posted). A batch the register    *
      *  already shows as posted to ACCTBAL is a rerun and is refused. *
      *  The register entry, or the fact there is none yet, is left    *
      *  for 9200-REGISTER-BATCH to update once the posting is done.   *
      * ---------------------------------------------------------------*
       1300-CHECK-BATCH.
           Open Input BATCH-CONTROL-FILE
           If Not WS-Batch-File-OK
               Display "BALPOST: no batch identity for TRANCLN, status "
                   WS-Batch-File-Status " - not posted"
               Go To 1300-CHECK-BATCH-EXIT
           End-If
           Read BATCH-CONTROL-FILE Into WS-Batch-Control
               At End
                   Move Spaces To WS-Batch-Control
           End-Read
           Close BATCH-CONTROL-FILE
           If PB-Batch-Id Of WS-Batch-Control = Spaces
               Display "BALPOST: no batch identity for TRANCLN"
                   " - not posted"
               Go To 1300-CHECK-BATCH-EXIT
           End-If
           Open I-O BATCH-REGISTER
           If WS-Register-File-NoSuchFile
               Open Output BATCH-REGISTER
               Close BATCH-REGISTER
               Open I-O BATCH-REGISTER
           End-If
           If Not WS-Register-File-OK
               Display "BALPOST: batch register open failed "
                   WS-Register-File-Status
               Go To 1300-CHECK-BATCH-EXIT
           End-If
           Move "Y" To WS-Register-Open-Sw
           Move PB-Batch-Id Of WS-Batch-Control
               To PB-Batch-Id Of Posted-Batch-Entry
           Read BATCH-REGISTER
               Invalid Key
                   Move "Y" To WS-Batch-New-Sw
           End-Read
           If Not WS-Batch-New
               And PB-Bal-Posted Of Posted-Batch-Entry
               Display "BALPOST: batch "
                   PB-Batch-Id Of Posted-Batch-Entry
                   " already posted to ACCTBAL on "
                   PB-Bal-Date Of Posted-Batch-Entry " - refused"
               Go To 1300-CHECK-BATCH-EXIT
           End-If
           Move "Y" To WS-Batch-Cleared-Sw.
       1300-CHECK-BATCH-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  2000-POST-RECORD : one clean transaction onto its account's   *
      *  balance record - an existing record gets the amount added to  *
           If WS-Files-Open
               Close CLEAN-TRANSACTION-FILE
               Close BALANCE-MASTER
               Perform 9200-REGISTER-BATCH
                   Thru 9200-REGISTER-BATCH-EXIT
           End-If
           If WS-Register-Open
               Close BATCH-REGISTER
           End-If
           Display "Batch       : " PB-Batch-Id Of WS-Batch-Control
           Display "Read        : " WS-Read-Count
           Display "Posted      : " WS-Posted-Count
           Display "New accounts: " WS-Opened-Count
               Thru 1100-WRITE-AUDIT-ENTRY-EXIT.
       9000-TERMINATE-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  9200-REGISTER-BATCH : mark the batch posted to ACCTBAL on the *
      *  register - a new entry from the TRANCLN.BAT identity, or the  *
      *  ACCTBAL leg of the entry HISTPOST (or an earlier, since       *
      *  backed-out, posting) already made.                            *
      * ---------------------------------------------------------------*
       9200-REGISTER-BATCH.
           If WS-Batch-New
               Move WS-Batch-Control To Posted-Batch-Entry
               Move "P" To PB-Bal-Status Of Posted-Batch-Entry
               Move WS-Run-Date To PB-Bal-Date Of Posted-Batch-Entry
               Write Posted-Batch-Entry
                   Invalid Key
                       Display "BALPOST: batch register write failed "
                           WS-Register-File-Status
                       Move 8 To WS-Completion-Code
               End-Write
           Else
               Move "P" To PB-Bal-Status Of Posted-Batch-Entry
               Move WS-Run-Date To PB-Bal-Date Of Posted-Batch-Entry
               Rewrite Posted-Batch-Entry
                   Invalid Key
                       Display "BALPOST: batch register rewrite failed "
                           WS-Register-File-Status
                       Move 8 To WS-Completion-Code
               End-Rewrite
           End-If.
       9200-REGISTER-BATCH-EXIT.
           Exit.
