      *> ***************************************************************** *>
      *> SIGNREC.cpy
      *> Parameters passed on every CALL "OPERSIGN" - the signed-on
      *> operator for the run. The operator console signs on once and
      *> every program it then calls (CUSTMAINT, ACCTMAINT, HISTINQ,
      *> OPERMAINT) asks OPERSIGN for the same operator; a program
      *> started on its own is made to sign on itself.
      *>   SO-Function  S  sign on, whoever was signed on before;
      *>                C  the current operator, signing on first if
      *>                   nobody is;
      *>                Q  the current operator, if any - no sign-on;
      *>                R  record SO-Action as refused to the current
      *>                   operator on the audit trail;
      *>                O  sign off.
      *> SO-Program names the program asking, for the audit trail. The
      *> operator and level come back on every call - level 0 when
      *> nobody is signed on. Levels are those on OPERREC.cpy.
      *> ***************************************************************** *>
       01 Sign-On-Entry.
           02 SO-Function PIC X(01).
               88 SO-Sign-On VALUE "S".
               88 SO-Current VALUE "C".
               88 SO-Enquire VALUE "Q".
               88 SO-Refuse VALUE "R".
               88 SO-Sign-Off VALUE "O".
           02 SO-Program PIC X(10).
           02 SO-Action PIC X(30).
           02 SO-Operator-Id PIC X(08).
           02 SO-Operator-Level PIC 9(01).
               88 SO-Not-Signed-On VALUE 0.
               88 SO-Level-Inquiry VALUE 1.
               88 SO-Level-Maintenance VALUE 2.
               88 SO-Level-Batch VALUE 3.
               88 SO-Level-Supervisor VALUE 4.
               88 SO-May-Maintain VALUE 2 THRU 4.
               88 SO-May-Run-Batch VALUE 3 THRU 4.
