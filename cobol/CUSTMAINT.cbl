      *  run. A delete never just drops the record - the full record    *
      *  is written to the dated CUSTARCH archive first, and a restore  *
      *  puts an archived customer back under its original Ident.       *
      *  Every add, change, delete and restore is journalled through   *
      *  CHGLOG with the record's before and after images.             *
      *  The operator must be signed on (OPERSIGN - from the console,  *
      *  or here when run on its own); an inquiry-level operator may   *
      *  inquire and browse only.                                      *
      *                                                                 *
      *  Author.        Data Processing.                                *
      *  Installation.  Batch Suite.                                    *
      *                  probable duplicate and must be confirmed     *
      *                  before it is written - DUPRPT sweeps the     *
      *                  whole master for pairs that got in anyway.   *
      *  2026-10-15  ek  Every add, change, delete and restore writes  *
      *                  a CHGJRNL change journal entry (CHGLOG) with  *
      *                  the before and after images - CHGRPT lists   *
      *                  them field by field.                          *
      *  2026-10-15  ek  Operator sign-on through OPERSIGN. Add,       *
      *                  change, delete and restore need maintenance   *
      *                  level or above - refusals are logged to the   *
      *                  audit trail. The journal carries the          *
      *                  signed-on operator.                           *
      * ************************************************************** *
       Identification Division.
       Program-ID. CUSTMAINT.
               88  WS-Arch-Found       Value "Y".
           05  WS-Archived-OK-Sw   Pic X(01).
               88  WS-Archived-OK      Value "Y".
           05  WS-Authorised-Sw    Pic X(01).
               88  WS-Authorised       Value "Y".

       01  WS-Menu-Choice          Pic X(01).

           05  WS-Restore-Phone    Pic X(12).
       01  WS-Current-Date         Pic 9(08).
       01  WS-Current-Time         Pic 9(08).
       01  WS-Before-Image         Pic X(120).

       01  WS-Browse-Fields.
           05  WS-Browse-Order     Pic X(01).
       01  WS-Caller-Name           Pic X(50).
       01  WS-Pid                   Pic 9(05).
       01  WS-Completion-Code       Pic S9(04) Value 0.
       COPY CHGREC Replacing Change-Journal-Entry By WS-Change-Parms.
       COPY SIGNREC Replacing Sign-On-Entry By WS-Sign-On-Parms.
       COPY AUDITREC Replacing Audit-Log-Entry By WS-Audit-Parms.

      * ************************************************************** *
      *  fresh install CUSTMAST does not exist yet - Open I-O requires *
      *  an existing file, so fall back to Open Output to create it    *
      *  and then re-open it I-O so Add/Change/Inquire all still work. *
      *  Nothing is opened until an operator is signed on.             *
      * ---------------------------------------------------------------*
       1000-INITIALIZE.
           Move "C" To SO-Function Of WS-Sign-On-Parms
           Move "CUSTMAINT" To SO-Program Of WS-Sign-On-Parms
           Call "OPERSIGN" Using WS-Sign-On-Parms
           If SO-Not-Signed-On Of WS-Sign-On-Parms
               Display "CUSTMAINT: no operator signed on"
               Move "N" To WS-More-Work-Sw
               Move 8 To WS-Completion-Code
               Go To 1000-INITIALIZE-EXIT
           End-If
           Open I-O CUSTOMER-MASTER
           If WS-Cust-File-NoSuchFile
               Open Output CUSTOMER-MASTER
       1100-WRITE-AUDIT-ENTRY-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  1200-WRITE-CHANGE-JOURNAL : journal the change just made to   *
      *  the customer in the record area. The caller has set the       *
      *  action and the before and after images.                       *
      * ---------------------------------------------------------------*
       1200-WRITE-CHANGE-JOURNAL.
           Move "CUSTMAINT" To CJ-Program Of WS-Change-Parms
           Move SO-Operator-Id Of WS-Sign-On-Parms
               To CJ-Operator Of WS-Change-Parms
           Move "C" To CJ-Record-Type Of WS-Change-Parms
           Move Ident To CJ-Key Of WS-Change-Parms
           Call "CHGLOG" Using WS-Change-Parms.
       1200-WRITE-CHANGE-JOURNAL-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  1300-CHECK-AUTHORITY : may the signed-on operator do the      *
      *  update in WS-Function-Code? Inquiry level may not - the       *
      *  refusal is shown and logged through OPERSIGN.                 *
      * ---------------------------------------------------------------*
       1300-CHECK-AUTHORITY.
           Move "Y" To WS-Authorised-Sw
           If SO-May-Maintain Of WS-Sign-On-Parms
               Go To 1300-CHECK-AUTHORITY-EXIT
           End-If
           Move "N" To WS-Authorised-Sw
           Evaluate True
               When WS-Function-Add
                   Move "ADD CUSTOMER" To SO-Action Of WS-Sign-On-Parms
               When WS-Function-Change
                   Move "CHANGE CUSTOMER"
                       To SO-Action Of WS-Sign-On-Parms
               When WS-Function-Delete
                   Move "DELETE CUSTOMER"
                       To SO-Action Of WS-Sign-On-Parms
               When Other
                   Move "RESTORE CUSTOMER"
                       To SO-Action Of WS-Sign-On-Parms
           End-Evaluate
           Display "Operator " SO-Operator-Id Of WS-Sign-On-Parms
               " is not authorised to "
               SO-Action Of WS-Sign-On-Parms
           Move "R" To SO-Function Of WS-Sign-On-Parms
           Call "OPERSIGN" Using WS-Sign-On-Parms.
       1300-CHECK-AUTHORITY-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  2000-PROCESS-MENU : one pass of the maintenance menu.         *
      * ---------------------------------------------------------------*
      *  it to CUSTOMER-MASTER.                                        *
      * ---------------------------------------------------------------*
       3000-ADD-CUSTOMER.
           Perform 1300-CHECK-AUTHORITY Thru 1300-CHECK-AUTHORITY-EXIT
           If Not WS-Authorised
               Go To 3000-ADD-CUSTOMER-EXIT
           End-If
           Display "Ident (5 digits): " With No Advancing
           Accept Ident
           Display "Customer name: " With No Advancing
           Write Customer
               Invalid Key
                   Display "Ident " Ident " already exists, not added"
               Not Invalid Key
                   Move "A" To CJ-Action Of WS-Change-Parms
                   Move Spaces To CJ-Before-Image Of WS-Change-Parms
                   Move Customer To CJ-After-Image Of WS-Change-Parms
                   Perform 1200-WRITE-CHANGE-JOURNAL
                       Thru 1200-WRITE-CHANGE-JOURNAL-EXIT
           End-Write.
       3000-ADD-CUSTOMER-EXIT.
           Exit.
      *  4000-CHANGE-CUSTOMER : rewrite an existing customer record.   *
      * ---------------------------------------------------------------*
       4000-CHANGE-CUSTOMER.
           Perform 1300-CHECK-AUTHORITY Thru 1300-CHECK-AUTHORITY-EXIT
           If Not WS-Authorised
               Go To 4000-CHANGE-CUSTOMER-EXIT
           End-If
           Display "Ident to change: " With No Advancing
           Accept Ident

               Invalid Key
                   Display "Ident " Ident " not found"
               Not Invalid Key
                   Move Customer To WS-Before-Image
                   Display "Current name : '" CustName "'"
                   Display "Current DOB  : " DateOfBirth
                   Display "Current addr : " CustAddr1
                   Rewrite Customer
                       Invalid Key
                           Display "Rewrite of Ident " Ident " failed"
                       Not Invalid Key
                           Move "C" To CJ-Action Of WS-Change-Parms
                           Move WS-Before-Image
                               To CJ-Before-Image Of WS-Change-Parms
                           Move Customer
                               To CJ-After-Image Of WS-Change-Parms
                           Perform 1200-WRITE-CHANGE-JOURNAL
                               Thru 1200-WRITE-CHANGE-JOURNAL-EXIT
                   End-Rewrite
           End-Read.
       4000-CHANGE-CUSTOMER-EXIT.
      *  always be able to show what was removed and when.             *
      * ---------------------------------------------------------------*
       6000-DELETE-CUSTOMER.
           Perform 1300-CHECK-AUTHORITY Thru 1300-CHECK-AUTHORITY-EXIT
           If Not WS-Authorised
               Go To 6000-DELETE-CUSTOMER-EXIT
           End-If
           Display "Ident to delete: " With No Advancing
           Accept Ident

               Invalid Key
                   Display "Ident " Ident " not found"
               Not Invalid Key
                   Move Customer To WS-Before-Image
                   Perform 6100-ARCHIVE-CUSTOMER
                       Thru 6100-ARCHIVE-CUSTOMER-EXIT
                   If WS-Archived-OK
                           Not Invalid Key
                               Display "Ident " Ident
                                   " archived and deleted"
                               Move "D" To CJ-Action Of WS-Change-Parms
                               Move WS-Before-Image
                                   To CJ-Before-Image Of WS-Change-Parms
                               Move Spaces
                                   To CJ-After-Image Of WS-Change-Parms
                               Perform 1200-WRITE-CHANGE-JOURNAL
                                   Thru 1200-WRITE-CHANGE-JOURNAL-EXIT
                       End-Delete
                   Else
                       Display "Archive write failed "
      *  the audit record of the removal.                              *
      * ---------------------------------------------------------------*
       7000-RESTORE-CUSTOMER.
           Perform 1300-CHECK-AUTHORITY Thru 1300-CHECK-AUTHORITY-EXIT
           If Not WS-Authorised
               Go To 7000-RESTORE-CUSTOMER-EXIT
           End-If
           Display "Ident to restore: " With No Advancing
           Accept WS-Restore-Ident

                       " already on master, not restored"
               Not Invalid Key
                   Display "Ident " Ident " restored from archive"
                   Move "R" To CJ-Action Of WS-Change-Parms
                   Move Spaces To CJ-Before-Image Of WS-Change-Parms
                   Move Customer To CJ-After-Image Of WS-Change-Parms
                   Perform 1200-WRITE-CHANGE-JOURNAL
                       Thru 1200-WRITE-CHANGE-JOURNAL-EXIT
           End-Write.
       7000-RESTORE-CUSTOMER-EXIT.
           Exit.
