      *> ***************************************************************** *>
      *> OPERREC.cpy
      *> Operator security file record - OPERFILE, indexed on OperId,
      *> maintained by a supervisor at OPERMAINT and read at sign-on
      *> by OPERSIGN. The level decides what the operator may do; each
      *> level may do everything the levels below it may:
      *>   1  inquiry      - look only; no add, change, delete or
      *>                     restore at the maintenance screens;
      *>   2  maintenance  - maintain customers and accounts;
      *>   3  batch        - also run and re-point the job chain
      *>                     from the operator console;
      *>   4  supervisor   - also maintain OPERFILE itself.
      *> ***************************************************************** *>
       01 Operator-Record.
           02 OperId PIC X(08).
           02 OperPassword PIC X(08).
           02 OperName PIC X(20).
           02 OperLevel PIC 9(01).
               88 OperInquiry VALUE 1.
               88 OperMaintenance VALUE 2.
               88 OperBatch VALUE 3.
               88 OperSupervisor VALUE 4.
               88 OperLevelValid VALUE 1 THRU 4.
