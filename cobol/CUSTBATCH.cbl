      *  CUSTMAINT menu. Every date of birth goes through the same      *
      *  DOBVALID check CUSTMAINT applies, and every transaction is     *
      *  written to an applied/rejected report so the morning shift     *
      *  can see exactly which ones did not take and why. Every add   *
      *  and change applied is journalled through CHGLOG with the      *
      *  record's before and after images, under the operator signed   *
      *  on at the console that started the run, or the login id       *
      *  when it was started by other means.                           *
      *                                                                 *
      *  Author.        Data Processing.                                *
      *  Installation.  Batch Suite.                                    *
      *                  with that Ident in the reason - there is no  *
      *                  operator to confirm it overnight, so the     *
      *                  morning shift decides off the report.        *
      *  2026-10-15  ek  Every add and change applied writes a CHGJRNL *
      *                  change journal entry (CHGLOG) with the before *
      *                  and after images.                             *
      *  2026-10-15  ek  Journal entries carry the console operator    *
      *                  signed on through OPERSIGN, if there is one - *
      *                  a batch run never asks for a sign-on.         *
      * ************************************************************** *
       Identification Division.
       Program-ID. CUSTBATCH.
               "probable duplicate of Ident ".
           05  WS-Dup-Reason-Ident     Pic 9(05).

       01  WS-Before-Image             Pic X(120).

       01  WS-Counters.
           05  WS-Read-Count           Pic 9(07) Value 0.
           05  WS-Applied-Count        Pic 9(07) Value 0.
       01  WS-Caller-Name              Pic X(50).
       01  WS-Pid                      Pic 9(05).
       01  WS-Completion-Code          Pic S9(04) Value 0.
       COPY CHGREC Replacing Change-Journal-Entry By WS-Change-Parms.
       COPY SIGNREC Replacing Sign-On-Entry By WS-Sign-On-Parms.
       COPY AUDITREC Replacing Audit-Log-Entry By WS-Audit-Parms.

      * ************************************************************** *
      *  file for input and the report for output, and prime the read. *
      *  On a fresh install CUSTMAST does not exist yet - Open I-O     *
      *  requires an existing file, so fall back to Open Output to     *
      *  create it, exactly as CUSTMAINT does. The operator for the    *
      *  journal is whoever is signed on - nobody, overnight.          *
      * ---------------------------------------------------------------*
       1000-INITIALIZE.
           Move "Q" To SO-Function Of WS-Sign-On-Parms
           Move "CUSTBATCH" To SO-Program Of WS-Sign-On-Parms
           Call "OPERSIGN" Using WS-Sign-On-Parms
           Open I-O CUSTOMER-MASTER
           If WS-Cust-File-NoSuchFile
               Open Output CUSTOMER-MASTER
       1100-WRITE-AUDIT-ENTRY-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  1200-WRITE-CHANGE-JOURNAL : journal the change just applied   *
      *  to the customer in the record area. The caller has set the    *
      *  action and the before and after images.                       *
      * ---------------------------------------------------------------*
       1200-WRITE-CHANGE-JOURNAL.
           Move "CUSTBATCH" To CJ-Program Of WS-Change-Parms
           Move SO-Operator-Id Of WS-Sign-On-Parms
               To CJ-Operator Of WS-Change-Parms
           Move "C" To CJ-Record-Type Of WS-Change-Parms
           Move Ident To CJ-Key Of WS-Change-Parms
           Call "CHGLOG" Using WS-Change-Parms.
       1200-WRITE-CHANGE-JOURNAL-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  2000-PROCESS-TRAN : validate one transaction, apply it to the *
      *  master if it passes, report its disposition, read the next.   *
               Invalid Key
                   Move "N" To WS-Tran-OK-Sw
                   Move "Ident already on master" To WS-Report-Reason
               Not Invalid Key
                   Move "A" To CJ-Action Of WS-Change-Parms
                   Move Spaces To CJ-Before-Image Of WS-Change-Parms
                   Move Customer To CJ-After-Image Of WS-Change-Parms
                   Perform 1200-WRITE-CHANGE-JOURNAL
                       Thru 1200-WRITE-CHANGE-JOURNAL-EXIT
           End-Write.
       4000-APPLY-ADD-EXIT.
           Exit.
                   Move "N" To WS-Tran-OK-Sw
                   Move "Ident not on master" To WS-Report-Reason
               Not Invalid Key
                   Move Customer To WS-Before-Image
                   Move CT-CustName To CustName
                   Move CT-DateOfBirth To DateOfBirth
                   Move CT-Addr1 To CustAddr1
                       Invalid Key
                           Move "N" To WS-Tran-OK-Sw
                           Move "rewrite failed" To WS-Report-Reason
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
       5000-APPLY-CHANGE-EXIT.
