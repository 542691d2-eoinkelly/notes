      *> ***************************************************************** *>
      *> BATCHREC.cpy
      *> Clean-file batch identity and posted-batch register entry.
      *> TRANCHK gives every TRANCLN it writes a batch identity (run
      *> date and time) and writes this record, with its count and
      *> amount, to the TRANCLN.BAT companion file. BALPOST and
      *> HISTPOST look the batch up on the BATCHREG indexed register
      *> before posting. A batch already posted to their master is
      *> refused with a non-zero return code, so a rerun chain stops
      *> instead of posting the same transactions twice. Each step
      *> stamps its own leg of the entry when it posts. HISTPOST also
      *> records the TRANHIST posting sequence range, which is what
      *> lets BATCHOUT back one named batch out of TRANHIST and
      *> ACCTBAL again. A backed-out batch has both legs cleared and
      *> PB-Backout-Date set, and may then be posted afresh.
      *> ***************************************************************** *>
       01 Posted-Batch-Entry.
           02 PB-Batch-Id PIC X(16).
           02 PB-Created-Date PIC 9(08).
           02 PB-Record-Count PIC 9(07).
           02 PB-Amount PIC S9(11)V99.
           02 PB-Bal-Status PIC X(01).
               88 PB-Bal-Posted VALUE "P".
           02 PB-Bal-Date PIC 9(08).
           02 PB-Hist-Status PIC X(01).
               88 PB-Hist-Posted VALUE "P".
           02 PB-Hist-Date PIC 9(08).
           02 PB-Hist-First-Seq PIC 9(07).
           02 PB-Hist-Last-Seq PIC 9(07).
           02 PB-Backout-Date PIC 9(08).
