      * ************************************************************** *
      *  TYPECONV                                                       *
      *                                                                 *
      *  One-off, one-pass conversion for the transaction type code    *
      *  and originator reference added to TRANREC - the IDNTCONV      *
      *  mould applied to TRANHIST, the indexed transaction history,   *
      *  which carries a copy of the transaction and so grew with it.  *
      *  Rename the old-width history to TRANHIST.OLD; it is read in   *
      *  key order and TRANHIST rebuilt at the new width, TH-Type and  *
      *  TH-Reference blank - history posted before types were kept    *
      *  has none.                                                     *
      *                                                                 *
      *  The line sequential files (TRANSIN, TRANHOLD, TRANCLN) need   *
      *  no conversion: a short record reads with the new fields       *
      *  blank, and TRANEDIT rejects a blank type to the suspense      *
      *  file, where it is corrected like any other reject.            *
      *                                                                 *
      *  No TRANHIST.OLD on disk is reported and skipped. A new-width  *
      *  TRANHIST already on disk is never overwritten - the run ends  *
      *  8 and it is left for the operator to sort out. Once TRANHIST  *
      *  is converted this program has no further use.                 *
      *                                                                 *
      *  Author.        Data Processing.                                *
      *  Installation.  Batch Suite.                                    *
      *  Date-Written.   15 Oct 2026.                                    *
      *                                                                 *
      *  Modification history                                           *
      *  2026-10-15  ek  Initial version.                                *
      * ************************************************************** *
       Identification Division.
       Program-ID. TYPECONV.

      * ************************************************************** *
       Environment Division.
       Input-Output Section.
       File-Control.
           Select OLD-HISTORY-FILE
               Assign to "TRANHIST.OLD"
               Organization is Indexed
               Access Mode is Sequential
               Record Key is OLD-TH-Key
               File Status is WS-Old-Hist-Status.

           Select TRANSACTION-HISTORY
               Assign to "TRANHIST"
               Organization is Indexed
               Access Mode is Sequential
               Record Key is TH-Key
               File Status is WS-Hist-File-Status.

      * ************************************************************** *
       Data Division.
       File Section.
       FD  OLD-HISTORY-FILE
           Label Records are Standard.
       01  OLD-HISTORY-RECORD.
           05  OLD-TH-Key              Pic X(25).
           05  OLD-TH-Amount           Pic S9(09)V99.

       FD  TRANSACTION-HISTORY
           Label Records are Standard.
       COPY HISTREC.

       Working-Storage Section.
       01  WS-Old-Hist-Status          Pic X(02).
           88  WS-Old-Hist-OK               Value "00".
           88  WS-Old-Hist-NoSuchFile       Value "35".

       01  WS-Hist-File-Status         Pic X(02).
           88  WS-Hist-File-OK              Value "00".
           88  WS-Hist-File-NoSuchFile      Value "35".

       01  WS-Switches.
           05  WS-Hist-Eof-Sw          Pic X(01).
               88  WS-Hist-At-Eof           Value "Y".

       01  WS-Counters.
           05  WS-Hist-Count           Pic 9(07) Value 0.

       01  WS-Caller-Name              Pic X(50).
       01  WS-Pid                      Pic 9(05).
       01  WS-Completion-Code          Pic S9(04) Value 0.
       COPY AUDITREC Replacing Audit-Log-Entry By WS-Audit-Parms.

      * ************************************************************** *
       Procedure Division.

      * ---------------------------------------------------------------*
      *  0000-MAINLINE : convert the history and log the run.          *
      * ---------------------------------------------------------------*
       0000-MAINLINE.
           Perform 2000-CONVERT-HISTORY
               Thru 2000-CONVERT-HISTORY-EXIT
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
           Move "TYPECONV" To Audit-Program-Name Of WS-Audit-Parms
           Move WS-Caller-Name To Audit-Caller-Name Of WS-Audit-Parms
           Move WS-Pid To Audit-Pid Of WS-Audit-Parms
           Move WS-Completion-Code
               To Audit-Return-Code Of WS-Audit-Parms
           Call "AUDITLOG" Using WS-Audit-Parms.
       1100-WRITE-AUDIT-ENTRY-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  2000-CONVERT-HISTORY : rebuild TRANHIST at the new width from *
      *  the renamed TRANHIST.OLD. Read in key order, so the new file  *
      *  is loaded in key order too.                                   *
      * ---------------------------------------------------------------*
       2000-CONVERT-HISTORY.
           Move "N" To WS-Hist-Eof-Sw
           Open Input OLD-HISTORY-FILE
           If WS-Old-Hist-NoSuchFile
               Display "TYPECONV: no TRANHIST.OLD on disk - skipped"
               Go To 2000-CONVERT-HISTORY-EXIT
           End-If
           If Not WS-Old-Hist-OK
               Display "TYPECONV: TRANHIST.OLD open failed "
                   WS-Old-Hist-Status
               Move 8 To WS-Completion-Code
               Go To 2000-CONVERT-HISTORY-EXIT
           End-If
           Open Input TRANSACTION-HISTORY
           If Not WS-Hist-File-NoSuchFile
               If WS-Hist-File-OK
                   Close TRANSACTION-HISTORY
               End-If
               Display "TYPECONV: TRANHIST already on disk - "
                   "not overwritten"
               Close OLD-HISTORY-FILE
               Move 8 To WS-Completion-Code
               Go To 2000-CONVERT-HISTORY-EXIT
           End-If
           Open Output TRANSACTION-HISTORY
           Perform 2100-READ-OLD-HISTORY
               Thru 2100-READ-OLD-HISTORY-EXIT
           Perform 2200-CONVERT-HISTORY-RECORD
               Thru 2200-CONVERT-HISTORY-RECORD-EXIT
               Until WS-Hist-At-Eof
           Close OLD-HISTORY-FILE
           Close TRANSACTION-HISTORY
           Display "TYPECONV: " WS-Hist-Count
               " history record(s) converted to TRANHIST".
       2000-CONVERT-HISTORY-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  2100-READ-OLD-HISTORY : next old-width history record, or     *
      *  note EOF.                                                     *
      * ---------------------------------------------------------------*
       2100-READ-OLD-HISTORY.
           Read OLD-HISTORY-FILE Next Record
               At End
                   Move "Y" To WS-Hist-Eof-Sw
           End-Read.
       2100-READ-OLD-HISTORY-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  2200-CONVERT-HISTORY-RECORD : one history record onto the new *
      *  file, with no type or reference.                              *
      * ---------------------------------------------------------------*
       2200-CONVERT-HISTORY-RECORD.
           Move Spaces To History-Record
           Move OLD-TH-Key To TH-Key
           Move OLD-TH-Amount To TH-Amount
           Write History-Record
               Invalid Key
                   Display "TYPECONV: TRANHIST write of " TH-Key
                       " failed " WS-Hist-File-Status
                   Move 8 To WS-Completion-Code
               Not Invalid Key
                   Add 1 To WS-Hist-Count
           End-Write
           Perform 2100-READ-OLD-HISTORY
               Thru 2100-READ-OLD-HISTORY-EXIT.
       2200-CONVERT-HISTORY-RECORD-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  9000-TERMINATE : log how the conversion finished.             *
      * ---------------------------------------------------------------*
       9000-TERMINATE.
           Perform 1100-WRITE-AUDIT-ENTRY
               Thru 1100-WRITE-AUDIT-ENTRY-EXIT.
       9000-TERMINATE-EXIT.
           Exit.
