      *> ***************************************************************** *>
      *> PCTLREC.cpy
      *> Period-control record - PERIODCTL, indexed on PC-Period
      *> (YYYYMM, the year and month of the PERIODEND.PRM cutoff, as
      *> SUMMRPT stamps its period totals). PERCLOSE writes one when
      *> it closes a period, after BALROLL has rolled it; a supervisor
      *> reopen at PERCLOSE marks it reopened, and closing it again
      *> marks it closed once more. The cutoff recorded is the last
      *> date the period takes in: a transaction belongs to the first
      *> period, in period order, whose cutoff is on or after its
      *> date. BALROLL refuses to roll a closed period again, and
      *> TRANEDIT rejects a transaction that belongs to one.
      *> ***************************************************************** *>
       01 Period-Control-Record.
           02 PC-Period PIC 9(06).
           02 PC-Status PIC X(01).
               88 PC-Closed VALUE "C".
               88 PC-Reopened VALUE "R".
           02 PC-Cutoff-Date PIC 9(08).
           02 PC-Closed-Date PIC 9(08).
           02 PC-Closed-Time PIC 9(08).
           02 PC-Closed-By PIC X(08).
           02 PC-Reopened-Date PIC 9(08).
           02 PC-Reopened-Time PIC 9(08).
           02 PC-Reopened-By PIC X(08).
