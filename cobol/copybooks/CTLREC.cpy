      *> balanced end to end is a program's job, not a morning of
      *> eyeballing report files. TRANEDIT, as the first step of the
      *> chain, starts the file fresh; the later steps append.
      *>
      *> Modification history
      *> 2026-10-15  ek  GLFEED appends one too in the month-end chain,
      *>                 with the account totals it read as in and
      *>                 those it journalled as passed; RUNRECON proves
      *>                 the journal against SUMMRPT when it is there.
      *> ***************************************************************** *>
       01 Control-Total-Record.
           02 CTL-Program PIC X(08).
