      * ************************************************************** *
      *  CHGLOG                                                         *
      *                                                                 *
      *  Shared master-file change journal. CUSTMAINT, CUSTBATCH and    *
      *  ACCTMAINT CALL this after every add, change, delete and        *
      *  restore they make to CUSTOMER-MASTER or ACCTMAST, passing the *
      *  record's before and after images (copybooks/CHGREC.cpy), so  *
      *  who changed what, and when, can be answered from the CHGJRNL  *
      *  journal - AUDITLOG only records that a program ran. The       *
      *  entry is stamped with the date and time here; an entry with   *
      *  no operator is stamped with the login id the program runs     *
      *  under.                                                        *
      *                                                                 *
      *  Author.        Data Processing.                                *
      *  Installation.  Batch Suite.                                    *
      *  Date-Written.   15 Oct 2026.                                    *
      *                                                                 *
      *  Modification history                                           *
      *  2026-10-15  ek  Initial version.                                *
      * ************************************************************** *
       Identification Division.
       Program-ID. CHGLOG.

      * ************************************************************** *
       Environment Division.
       Input-Output Section.
       File-Control.
           Select CHANGE-JOURNAL-FILE
               Assign to "CHGJRNL"
               Organization is Line Sequential
               File Status is WS-Journal-File-Status.

      * ************************************************************** *
       Data Division.
       File Section.
       FD  CHANGE-JOURNAL-FILE
           Label Records are Standard.
       01  CHANGE-JOURNAL-LINE         Pic X(286).

       Working-Storage Section.
       01  WS-Journal-File-Status      Pic X(02).
           88  WS-Journal-File-OK           Value "00".

       Linkage Section.
       COPY CHGREC Replacing Change-Journal-Entry By WS-Change-Entry.

      * ************************************************************** *
       Procedure Division Using WS-Change-Entry.

      * ---------------------------------------------------------------*
      *  0000-MAINLINE : stamp the entry and append it to the journal. *
      * ---------------------------------------------------------------*
       0000-MAINLINE.
           Perform 1000-STAMP-ENTRY Thru 1000-STAMP-ENTRY-EXIT
           Perform 2000-WRITE-ENTRY Thru 2000-WRITE-ENTRY-EXIT
           GoBack.

      * ---------------------------------------------------------------*
      *  1000-STAMP-ENTRY : the date and time of the change, and the   *
      *  login id when the caller had no operator to give.            *
      * ---------------------------------------------------------------*
       1000-STAMP-ENTRY.
           Accept CJ-Date Of WS-Change-Entry From Date YYYYMMDD
           Accept CJ-Time Of WS-Change-Entry From Time
           If CJ-Operator Of WS-Change-Entry = Spaces
               Accept CJ-Operator Of WS-Change-Entry
                   From Environment "USER"
           End-If.
       1000-STAMP-ENTRY-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  2000-WRITE-ENTRY : open the journal for append, write, close  *
      *  it again so every CALL leaves the file in a readable state.   *
      *  The first ever change finds no journal, so fall back to Open  *
      *  Output to create it, as AUDITLOG does.                        *
      * ---------------------------------------------------------------*
       2000-WRITE-ENTRY.
           Open Extend CHANGE-JOURNAL-FILE
           If Not WS-Journal-File-OK
               Open Output CHANGE-JOURNAL-FILE
           End-If
           Move WS-Change-Entry To CHANGE-JOURNAL-LINE
           Write CHANGE-JOURNAL-LINE
           Close CHANGE-JOURNAL-FILE.
       2000-WRITE-ENTRY-EXIT.
           Exit.
