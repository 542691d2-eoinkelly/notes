      *  job" hands to JOBCHAIN (written to CHAINSEL.PRM, which        *
      *  JOBCHAIN reads on every run).                                 *
      *                                                                 *
      *  The operator signs on first (OPERSIGN, against the OPERFILE   *
      *  operator security file) and the console is then run at the    *
      *  operator's level: running the job chain and re-pointing it    *
      *  need batch operator level or above, operator maintenance      *
      *  (OPERMAINT) supervisor. Customer maintenance, account         *
      *  maintenance and history inquiry are started from here and     *
      *  find the same operator signed on, so they apply the levels    *
      *  themselves. A refused option is logged to the audit trail     *
      *  with the operator ID.                                         *
      *                                                                 *
      *  Author.        Data Processing.                                *
      *  Installation.  Batch Suite.                                    *
      *  Date-Written.   08 Aug 2026.                                    *
      *                  program's last run, not just this session's   *
      *                  last JOBCHAIN call; exception counts and      *
      *                  chain definition selection added.             *
      *  2026-10-15  ek  Status panel table raised to 60 programs - the *
      *                  suite has outgrown the old 30.                *
      *  2026-10-15  ek  Operator sign-on and levels (OPERSIGN). Run   *
      *                  job and chain selection refused below batch   *
      *                  operator level; customer maintenance,         *
      *                  account maintenance, history inquiry and      *
      *                  operator maintenance added to the menu -      *
      *                  termination is now option 9. Audit lines      *
      *                  read at their new width.                      *
      * ************************************************************** *
       Identification Division.
       Program-ID. disp1.
           05  ALG-Time                Pic 9(08).
           05  Filler                  Pic X(02).
           05  ALG-Return-Code         Pic X(04).
           05  Filler                  Pic X(02).
           05  ALG-Operator-Id         Pic X(08).
           05  Filler                  Pic X(02).
           05  ALG-Event               Pic X(30).

       FD  SSN-EXCEPTION-FILE
           Label Records are Standard.
          88  WS-Choice-Status      Value "2".
          88  WS-Choice-Exceptions  Value "3".
          88  WS-Choice-Chain       Value "4".
          88  WS-Choice-Customers   Value "5".
          88  WS-Choice-Accounts    Value "6".
          88  WS-Choice-History     Value "7".
          88  WS-Choice-Operators   Value "8".
          88  WS-Choice-Terminate   Value "9".

       01 WS-Job-Status-Text  Pic X(20) Value "NOT YET RUN".

           05  WS-Prog-Found-Sw   Pic X(01).
               88  WS-Prog-Found      Value "Y".

       01  WS-Prog-Table-Max      Pic 9(02) Value 60.
       01  WS-Prog-Count          Pic 9(02) Value 0 Comp.
       01  WS-Prog-Table.
           05  WS-Prog-Entry      Occurs 60 Times
                                  Indexed By PRG-IDX.
               10  WS-Prog-Name   Pic X(30).
               10  WS-Prog-Date   Pic 9(08).

       01  WS-Chain-Def-Entry     Pic X(30).

       01  WS-Called-Program      Pic X(10).
       01  WS-Console-Operator    Pic X(08).
       COPY SIGNREC Replacing Sign-On-Entry By WS-Sign-On-Parms.

       Screen Section.
       01  ScrMenu
           Background-color 3
           05   Column 10
                Line   3
                Value "Operator Console".
           05   Column 40
                Line   3
                Value "Operator: ".
           05   Column Plus 1
                    Pic X(08)
                    From WS-Console-Operator.
           05   Column 10
                Line   5
                Value "1. Run job".
                Value "4. Select chain definition".
           05   Column 10
                Line   9
                Value "5. Customer maintenance".
           05   Column 10
                Line   10
                Value "6. Account maintenance".
           05   Column 10
                Line   11
                Value "7. History inquiry".
           05   Column 10
                Line   12
                Value "8. Operator maintenance".
           05   Column 10
                Line   13
                Value "9. Request termination".
           05   Column 10
                Line   15
                Value "Enter choice: ".
           05   Column Plus 1
                        Background-color 7
           Foreground-color 7
           Highlight.
           05   Column 10
                Line   17
                Value "Status: ".
           05   Column Plus 1
                        Background-color 3
      * ************************************************************** *
       Procedure Division.
       Mainline.
           Perform 1000-SIGN-ON
           Perform until TermNow
               Display ScrMenu
               Accept ScrMenu
               Perform 2000-PROCESS-CHOICE
           End-Perform
           Move "O" To SO-Function Of WS-Sign-On-Parms
           Call "OPERSIGN" Using WS-Sign-On-Parms
           GoBack.

      * ---------------------------------------------------------------*
      *  1000-SIGN-ON : nobody gets the menu without signing on. Three *
      *  failed tries (each logged by OPERSIGN) end the console.       *
      * ---------------------------------------------------------------*
       1000-SIGN-ON.
           Move "S" To SO-Function Of WS-Sign-On-Parms
           Move "disp1" To SO-Program Of WS-Sign-On-Parms
           Call "OPERSIGN" Using WS-Sign-On-Parms
           If SO-Not-Signed-On Of WS-Sign-On-Parms
               Move "T" To TermFld
           Else
               Move SO-Operator-Id Of WS-Sign-On-Parms
                   To WS-Console-Operator
           End-If.

      * ---------------------------------------------------------------*
      *  2000-PROCESS-CHOICE : act on the menu digit the operator      *
      *  keyed into WS-Menu-Choice - the job chain options only at     *
      *  batch operator level and above, operator maintenance only     *
      *  for a supervisor.                                             *
      * ---------------------------------------------------------------*
       2000-PROCESS-CHOICE.
           Evaluate True
               When WS-Choice-Run
                   If SO-May-Run-Batch Of WS-Sign-On-Parms
                       Perform 2100-RUN-JOB
                   Else
                       Move "RUN JOB" To SO-Action Of WS-Sign-On-Parms
                       Perform 2900-REFUSE-OPTION
                   End-If
               When WS-Choice-Status
                   Perform 2200-VIEW-STATUS
               When WS-Choice-Exceptions
                   Perform 2400-SHOW-EXCEPTIONS
               When WS-Choice-Chain
                   If SO-May-Run-Batch Of WS-Sign-On-Parms
                       Perform 2500-SELECT-CHAIN
                   Else
                       Move "SELECT CHAIN DEFINITION"
                           To SO-Action Of WS-Sign-On-Parms
                       Perform 2900-REFUSE-OPTION
                   End-If
               When WS-Choice-Customers
                   Move "CUSTMAINT" To WS-Called-Program
                   Perform 2600-CALL-PROGRAM
               When WS-Choice-Accounts
                   Move "ACCTMAINT" To WS-Called-Program
                   Perform 2600-CALL-PROGRAM
               When WS-Choice-History
                   Move "HISTINQ" To WS-Called-Program
                   Perform 2600-CALL-PROGRAM
               When WS-Choice-Operators
                   If SO-Level-Supervisor Of WS-Sign-On-Parms
                       Move "OPERMAINT" To WS-Called-Program
                       Perform 2600-CALL-PROGRAM
                   Else
                       Move "OPERATOR MAINTENANCE"
                           To SO-Action Of WS-Sign-On-Parms
                       Perform 2900-REFUSE-OPTION
                   End-If
               When WS-Choice-Terminate
                   Move "T" To TermFld
               When Other
               Display "Could not write CHAINSEL.PRM "
                   WS-Select-Parm-Status
           End-If.

      * ---------------------------------------------------------------*
      *  2600-CALL-PROGRAM : run one of the screens from the console.  *
      *  It finds the console's operator signed on through OPERSIGN    *
      *  and applies the operator's level itself. CANCELled after, as  *
      *  JOBCHAIN does its steps, so the next call starts afresh.      *
      * ---------------------------------------------------------------*
       2600-CALL-PROGRAM.
           Call WS-Called-Program
               On Exception
                   Display WS-Called-Program " could not be loaded"
           End-Call
           Cancel WS-Called-Program.

      * ---------------------------------------------------------------*
      *  2900-REFUSE-OPTION : the option in SO-Action is above the     *
      *  operator's level - say so, and have OPERSIGN log it.          *
      * ---------------------------------------------------------------*
       2900-REFUSE-OPTION.
           Display "Operator " WS-Console-Operator
               " is not authorised to " SO-Action Of WS-Sign-On-Parms
           Move "R" To SO-Function Of WS-Sign-On-Parms
           Call "OPERSIGN" Using WS-Sign-On-Parms.
      *>  End Program disp1.
