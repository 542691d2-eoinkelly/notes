      *                                                                 *
      *  Modification history                                           *
      *  2026-09-02  ek  Initial version.                                *
      *  2026-10-15  ek  Posts only a TRANCLN batch the BATCHREG         *
      *                  posted-batch register (copybooks/BATCHREC.cpy)  *
      *                  does not already show as posted to TRANHIST,    *
      *                  refusing a missing or already-posted batch with *
      *                  return code 8. The register entry records the   *
      *                  range of posting sequences the batch was given, *
      *                  which is how BATCHOUT finds it to back it out.  *
      *  2026-10-15  ek  Transaction type and originator reference     *
      *                  carried onto the history record.               *
      * ************************************************************** *
       Identification Division.
       Program-ID. HISTPOST.
               Organization is Line Sequential
               File Status is WS-Seq-File-Status.

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
       01  SEQUENCE-CONTROL-LINE       Pic 9(07).

       FD  BATCH-CONTROL-FILE
           Label Records are Standard.
       01  BATCH-CONTROL-LINE          Pic X(84).

       FD  BATCH-REGISTER
           Label Records are Standard.
       COPY BATCHREC.

       Working-Storage Section.
       01  WS-Clean-File-Status        Pic X(02).
           88  WS-Clean-File-OK             Value "00".
       01  WS-Seq-File-Status          Pic X(02).
           88  WS-Seq-File-OK               Value "00".

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

       01  WS-Last-Sequence            Pic 9(07) Value 0.
       01  WS-First-Sequence           Pic 9(07) Value 0.
       01  WS-Run-Date                 Pic 9(08) Value 0.

       COPY BATCHREC Replacing Posted-Batch-Entry By WS-Batch-Control.

       01  WS-Counters.
           05  WS-Read-Count           Pic 9(07) Value 0.
      *  clean file and the history for update, prime the read. On     *
      *  the first ever run TRANHIST does not exist yet - Open I-O     *
      *  requires an existing file, so fall back to Open Output to     *
      *  create it, exactly as CUSTMAINT creates CUSTMAST. Nothing is *
      *  opened for posting until the batch has been cleared against   *
      *  the posted-batch register.                                    *
      * ---------------------------------------------------------------*
       1000-INITIALIZE.
           Accept WS-Run-Date From Date YYYYMMDD
           Move Spaces To WS-Batch-Control
           Perform 1200-READ-SEQUENCE Thru 1200-READ-SEQUENCE-EXIT
           Compute WS-First-Sequence = WS-Last-Sequence + 1
           Open Input CLEAN-TRANSACTION-FILE
           If Not WS-Clean-File-OK
               Display "HISTPOST: clean transaction file open failed "
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
           Open I-O TRANSACTION-HISTORY
           If WS-Hist-File-NoSuchFile
               Open Output TRANSACTION-HISTORY
       1200-READ-SEQUENCE-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  1300-CHECK-BATCH : the batch identity TRANCHK wrote for this  *
      *  TRANCLN, looked up on the posted-batch register (created if   *
      *  this is the first batch ever posted). A batch the register    *
      *  already shows as posted to TRANHIST is a rerun and is         *
      *  refused. The register entry, or the fact there is none yet,   *
      *  is left for 9200-REGISTER-BATCH to update after the posting.  *
      * ---------------------------------------------------------------*
       1300-CHECK-BATCH.
           Open Input BATCH-CONTROL-FILE
           If Not WS-Batch-File-OK
               Display "HISTPOST: no batch identity for TRANCLN, "
                   "status " WS-Batch-File-Status " - not posted"
               Go To 1300-CHECK-BATCH-EXIT
           End-If
           Read BATCH-CONTROL-FILE Into WS-Batch-Control
               At End
                   Move Spaces To WS-Batch-Control
           End-Read
           Close BATCH-CONTROL-FILE
           If PB-Batch-Id Of WS-Batch-Control = Spaces
               Display "HISTPOST: no batch identity for TRANCLN"
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
               Display "HISTPOST: batch register open failed "
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
               And PB-Hist-Posted Of Posted-Batch-Entry
               Display "HISTPOST: batch "
                   PB-Batch-Id Of Posted-Batch-Entry
                   " already posted to TRANHIST on "
                   PB-Hist-Date Of Posted-Batch-Entry " - refused"
               Go To 1300-CHECK-BATCH-EXIT
           End-If
           Move "Y" To WS-Batch-Cleared-Sw.
       1300-CHECK-BATCH-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  2000-POST-RECORD : one clean transaction onto the history -   *
      *  the DDMMYYYY transaction date is recast YYYYMMDD so the key   *
           Move TR-Date-DD Of CLEAN-RECORD To TH-Day
           Move WS-Last-Sequence To TH-Seq
           Move TR-Amount Of CLEAN-RECORD To TH-Amount
           Move TR-Type Of CLEAN-RECORD To TH-Type
           Move TR-Reference Of CLEAN-RECORD To TH-Reference
           Write History-Record
               Invalid Key
                   Display "HISTPOST: write of " TH-Division "/"
           If WS-Files-Open
               Close CLEAN-TRANSACTION-FILE
               Close TRANSACTION-HISTORY
               Perform 9200-REGISTER-BATCH
                   Thru 9200-REGISTER-BATCH-EXIT
           End-If
           If WS-Register-Open
               Close BATCH-REGISTER
           End-If
           Display "Batch   : " PB-Batch-Id Of WS-Batch-Control
           Display "Read    : " WS-Read-Count
           Display "Posted  : " WS-Posted-Count
           Perform 1100-WRITE-AUDIT-ENTRY
               Thru 1100-WRITE-AUDIT-ENTRY-EXIT.
       9000-TERMINATE-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  9200-REGISTER-BATCH : mark the batch posted to TRANHIST on    *
      *  the register, with the first and last posting sequence it     *
      *  was given (both zero for an empty batch) - a new entry from   *
      *  the TRANCLN.BAT identity, or the TRANHIST leg of the entry    *
      *  BALPOST already made.                                         *
      * ---------------------------------------------------------------*
       9200-REGISTER-BATCH.
           If WS-Batch-New
               Move WS-Batch-Control To Posted-Batch-Entry
           End-If
           Move "P" To PB-Hist-Status Of Posted-Batch-Entry
           Move WS-Run-Date To PB-Hist-Date Of Posted-Batch-Entry
           If WS-Read-Count = 0
               Move 0 To PB-Hist-First-Seq Of Posted-Batch-Entry
               Move 0 To PB-Hist-Last-Seq Of Posted-Batch-Entry
           Else
               Move WS-First-Sequence
                   To PB-Hist-First-Seq Of Posted-Batch-Entry
               Move WS-Last-Sequence
                   To PB-Hist-Last-Seq Of Posted-Batch-Entry
           End-If
           If WS-Batch-New
               Write Posted-Batch-Entry
                   Invalid Key
                       Display "HISTPOST: batch register write failed "
                           WS-Register-File-Status
                       Move 8 To WS-Completion-Code
               End-Write
           Else
               Rewrite Posted-Batch-Entry
                   Invalid Key
                       Display "HISTPOST: batch register rewrite "
                           "failed " WS-Register-File-Status
                       Move 8 To WS-Completion-Code
               End-Rewrite
           End-If.
       9200-REGISTER-BATCH-EXIT.
           Exit.
