      * ************************************************************** *
      *  OPERSIGN                                                       *
      *                                                                 *
      *  Operator sign-on. Holds the operator signed on for the run     *
      *  (copybooks/SIGNREC.cpy): the operator console signs on here   *
      *  once, and CUSTMAINT, ACCTMAINT, HISTINQ and OPERMAINT, called *
      *  from the console, are handed the same operator without a      *
      *  second sign-on. Started on their own, they find nobody signed *
      *  on and the operator is asked to sign on then. The ID and      *
      *  password are checked against the OPERFILE operator security   *
      *  file (copybooks/OPERREC.cpy) - three tries, then refused.     *
      *                                                                 *
      *  Every failed sign-on, and every action a program refuses an   *
      *  operator, is written to the AUDITLOG audit trail as program   *
      *  OPERSIGN, with the refusing program as caller, the operator   *
      *  ID and what was refused. A failed sign-on is logged with      *
      *  completion code 8, a refused action with 4.                   *
      *                                                                 *
      *  Author.        Data Processing.                                *
      *  Installation.  Batch Suite.                                    *
      *  Date-Written.   15 Oct 2026.                                    *
      *                                                                 *
      *  Modification history                                           *
      *  2026-10-15  ek  Initial version.                                *
      * ************************************************************** *
       Identification Division.
       Program-ID. OPERSIGN.

      * ************************************************************** *
       Environment Division.
       Input-Output Section.
       File-Control.
           Select OPERATOR-FILE
               Assign to "OPERFILE"
               Organization is Indexed
               Access Mode is Random
               Record Key is OperId
               File Status is WS-Oper-File-Status.

      * ************************************************************** *
       Data Division.
       File Section.
       FD  OPERATOR-FILE
           Label Records are Standard.
       COPY OPERREC.

       Working-Storage Section.
       01  WS-Oper-File-Status         Pic X(02).
           88  WS-Oper-File-OK              Value "00".

      *    The operator signed on for the run - kept from call to call.
       01  WS-Session.
           05  WS-Session-Operator     Pic X(08) Value Spaces.
           05  WS-Session-Level        Pic 9(01) Value 0.

       01  WS-Sign-On-Fields.
           05  WS-Entry-Operator       Pic X(08).
           05  WS-Entry-Password       Pic X(08).
           05  WS-Attempts             Pic 9(01).
           05  WS-Max-Attempts         Pic 9(01) Value 3.

       01  WS-Pid                      Pic 9(05).
       COPY AUDITREC Replacing Audit-Log-Entry By WS-Audit-Parms.

       Linkage Section.
       COPY SIGNREC Replacing Sign-On-Entry By WS-Sign-On-Entry.

      * ************************************************************** *
       Procedure Division Using WS-Sign-On-Entry.

      * ---------------------------------------------------------------*
      *  0000-MAINLINE : do what was asked and hand back the operator  *
      *  signed on, if any.                                            *
      * ---------------------------------------------------------------*
       0000-MAINLINE.
           Evaluate True
               When SO-Sign-On Of WS-Sign-On-Entry
                   Perform 2000-SIGN-ON Thru 2000-SIGN-ON-EXIT
               When SO-Current Of WS-Sign-On-Entry
                   If WS-Session-Level = 0
                       Perform 2000-SIGN-ON Thru 2000-SIGN-ON-EXIT
                   End-If
               When SO-Refuse Of WS-Sign-On-Entry
                   Perform 4000-LOG-REFUSAL Thru 4000-LOG-REFUSAL-EXIT
               When SO-Sign-Off Of WS-Sign-On-Entry
                   Move Spaces To WS-Session-Operator
                   Move 0 To WS-Session-Level
               When Other
                   Continue
           End-Evaluate
           Move WS-Session-Operator
               To SO-Operator-Id Of WS-Sign-On-Entry
           Move WS-Session-Level
               To SO-Operator-Level Of WS-Sign-On-Entry
           GoBack.

      * ---------------------------------------------------------------*
      *  2000-SIGN-ON : up to three tries at an ID and password that   *
      *  match OPERFILE. Whoever was signed on before is signed off    *
      *  first. No operator file means nobody can sign on - OPERMAINT  *
      *  sets the first supervisor up.                                 *
      * ---------------------------------------------------------------*
       2000-SIGN-ON.
           Move Spaces To WS-Session-Operator
           Move 0 To WS-Session-Level
           Open Input OPERATOR-FILE
           If Not WS-Oper-File-OK
               Display "OPERSIGN: no operator file - sign-on not "
                   "possible " WS-Oper-File-Status
               Move Spaces To WS-Entry-Operator
               Move "SIGN-ON - NO OPERATOR FILE" To Audit-Event
               Move 8 To Audit-Return-Code
               Perform 3000-WRITE-SECURITY-ENTRY
                   Thru 3000-WRITE-SECURITY-ENTRY-EXIT
               Go To 2000-SIGN-ON-EXIT
           End-If
           Move 0 To WS-Attempts
           Perform 2100-TRY-SIGN-ON Thru 2100-TRY-SIGN-ON-EXIT
               Until WS-Session-Level > 0
                   Or WS-Attempts >= WS-Max-Attempts
           Close OPERATOR-FILE
           If WS-Session-Level = 0
               Display "OPERSIGN: sign-on refused after "
                   WS-Max-Attempts " attempts"
           End-If.
       2000-SIGN-ON-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  2100-TRY-SIGN-ON : one ID and password off the terminal. An   *
      *  unknown ID, a wrong password or a level that is not one of    *
      *  the four is a failed sign-on, logged with the ID tried.       *
      * ---------------------------------------------------------------*
       2100-TRY-SIGN-ON.
           Add 1 To WS-Attempts
           Display "Operator ID: " With No Advancing
           Accept WS-Entry-Operator
           Display "Password   : " With No Advancing
           Accept WS-Entry-Password
           Move WS-Entry-Operator To OperId
           Read OPERATOR-FILE
               Invalid Key
                   Move Spaces To OperPassword
                   Move 0 To OperLevel
           End-Read
           If WS-Entry-Operator = Spaces
               Or WS-Entry-Password Not = OperPassword
               Or Not OperLevelValid
               Display "Operator ID or password not recognised"
               Move "SIGN-ON FAILED" To Audit-Event
               Move 8 To Audit-Return-Code
               Perform 3000-WRITE-SECURITY-ENTRY
                   Thru 3000-WRITE-SECURITY-ENTRY-EXIT
               Go To 2100-TRY-SIGN-ON-EXIT
           End-If
           Move OperId To WS-Session-Operator
           Move OperLevel To WS-Session-Level
           Display "Signed on: " OperName " level " OperLevel.
       2100-TRY-SIGN-ON-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  3000-WRITE-SECURITY-ENTRY : one security entry on the audit   *
      *  trail - the caller has set the event and completion code,     *
      *  the operator ID is the one tried or signed on.                *
      * ---------------------------------------------------------------*
       3000-WRITE-SECURITY-ENTRY.
           Call "C$GETPID"
           Move Return-Code To WS-Pid
           Move "OPERSIGN" To Audit-Program-Name Of WS-Audit-Parms
           Move SO-Program Of WS-Sign-On-Entry
               To Audit-Caller-Name Of WS-Audit-Parms
           Move WS-Pid To Audit-Pid Of WS-Audit-Parms
           Move WS-Entry-Operator
               To Audit-Operator-Id Of WS-Audit-Parms
           Call "AUDITLOG" Using WS-Audit-Parms.
       3000-WRITE-SECURITY-ENTRY-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  4000-LOG-REFUSAL : the calling program has refused the        *
      *  operator something above their level - log what.              *
      * ---------------------------------------------------------------*
       4000-LOG-REFUSAL.
           Move WS-Session-Operator To WS-Entry-Operator
           Move SO-Action Of WS-Sign-On-Entry To Audit-Event
           Move 4 To Audit-Return-Code
           Perform 3000-WRITE-SECURITY-ENTRY
               Thru 3000-WRITE-SECURITY-ENTRY-EXIT.
       4000-LOG-REFUSAL-EXIT.
           Exit.
