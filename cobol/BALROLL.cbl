      *  last statement run of the period - never mid-period, or the   *
      *  activity posted so far would masquerade as brought forward.   *
      *                                                                 *
      *  The period rolled is the one PERIODEND.PRM's cutoff falls in  *
      *  (today's year and month when no cutoff is on file). A period  *
      *  PERCLOSE has recorded as closed on PERIODCTL has been rolled  *
      *  already and is refused with completion code 8, the balances   *
      *  untouched - it must be reopened at PERCLOSE first.            *
      *                                                                 *
      *  Author.        Data Processing.                                *
      *  Installation.  Batch Suite.                                    *
      *  Date-Written.   02 Sep 2026.                                    *
      *                                                                 *
      *  Modification history                                           *
      *  2026-09-02  ek  Initial version.                                *
      *  2026-10-15  ek  A period recorded as closed on PERIODCTL is   *
      *                  refused, so it cannot be rolled twice; so is  *
      *                  any period when PERIODCTL will not open.      *
      * ************************************************************** *
       Identification Division.
       Program-ID. BALROLL.
               Record Key is BAL-Key
               File Status is WS-Bal-File-Status.

      *    Read while PERCLOSE holds it open to record the close.
           Select PERIOD-CONTROL-FILE
               Assign to "PERIODCTL"
               Organization is Indexed
               Access Mode is Random
               Record Key is PC-Period
               Sharing With All Other
               File Status is WS-Pctl-File-Status.

           Select CUTOFF-PARM-FILE
               Assign to "PERIODEND.PRM"
               Organization is Line Sequential
               File Status is WS-Parm-File-Status.

      * ************************************************************** *
       Data Division.
       File Section.
           Label Records are Standard.
       COPY BALREC.

       FD  PERIOD-CONTROL-FILE
           Label Records are Standard.
       COPY PCTLREC.

       FD  CUTOFF-PARM-FILE
           Label Records are Standard.
       01  CUTOFF-PARM-LINE.
           05  CUTOFF-PARM-YYYYMM      Pic 9(06).
           05  CUTOFF-PARM-DD          Pic 9(02).

       Working-Storage Section.
       01  WS-Bal-File-Status          Pic X(02).
           88  WS-Bal-File-OK               Value "00".
           88  WS-Bal-File-Eof              Value "10".

       01  WS-Pctl-File-Status         Pic X(02).
           88  WS-Pctl-File-OK              Value "00".
           88  WS-Pctl-File-NoSuchFile      Value "35".

       01  WS-Parm-File-Status         Pic X(02).
           88  WS-Parm-File-OK              Value "00".

       01  WS-Switches.
           05  WS-Bal-Eof-Sw           Pic X(01) Value "N".
               88  WS-Bal-At-Eof            Value "Y".

       01  WS-Current-Date.
           05  WS-Current-YYYYMM       Pic 9(06).
           05  WS-Current-DD           Pic 9(02).
       01  WS-Roll-Period              Pic 9(06) Value 0.

       01  WS-Counters.
           05  WS-Rolled-Count         Pic 9(07) Value 0.

      *  prime the sequential pass. No master on disk is a hard stop - *
      *  there is nothing to roll, and running the rollover before     *
      *  the first posting run would only hide a sequencing mistake.   *
      *  Nor is a closed period - its balances were rolled when it     *
      *  was closed.                                                   *
      * ---------------------------------------------------------------*
       1000-INITIALIZE.
           Perform 1050-SET-ROLL-PERIOD Thru 1050-SET-ROLL-PERIOD-EXIT
           Perform 1060-CHECK-PERIOD-OPEN
               Thru 1060-CHECK-PERIOD-OPEN-EXIT
           If WS-Completion-Code Not = 0
               Move "Y" To WS-Bal-Eof-Sw
               Go To 1000-INITIALIZE-EXIT
           End-If
           Open I-O BALANCE-MASTER
           If Not WS-Bal-File-OK
               Display "BALROLL: balance master open failed "
       1000-INITIALIZE-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  1050-SET-ROLL-PERIOD : which period (YYYYMM) is being rolled  *
      *  - the year and month of the PERIODEND.PRM cutoff, as SUMMRPT  *
      *  stamps its totals, or today's year and month with no cutoff.  *
      * ---------------------------------------------------------------*
       1050-SET-ROLL-PERIOD.
           Accept WS-Current-Date From Date YYYYMMDD
           Move WS-Current-YYYYMM To WS-Roll-Period
           Open Input CUTOFF-PARM-FILE
           If Not WS-Parm-File-OK
               Go To 1050-SET-ROLL-PERIOD-EXIT
           End-If
           Read CUTOFF-PARM-FILE
               At End
                   Continue
               Not At End
                   If CUTOFF-PARM-LINE Numeric
                       Move CUTOFF-PARM-YYYYMM To WS-Roll-Period
                   End-If
           End-Read
           Close CUTOFF-PARM-FILE.
       1050-SET-ROLL-PERIOD-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  1060-CHECK-PERIOD-OPEN : refuse a period PERIODCTL has as     *
      *  closed. No PERIODCTL yet means nothing has been closed; one   *
      *  that is there but will not open is a hard stop, since it      *
      *  cannot say the period is open.                                *
      * ---------------------------------------------------------------*
       1060-CHECK-PERIOD-OPEN.
           Open Input PERIOD-CONTROL-FILE
           If WS-Pctl-File-NoSuchFile
               Go To 1060-CHECK-PERIOD-OPEN-EXIT
           End-If
           If Not WS-Pctl-File-OK
               Display "BALROLL: period control open failed "
                   WS-Pctl-File-Status " - nothing rolled"
               Move 8 To WS-Completion-Code
               Go To 1060-CHECK-PERIOD-OPEN-EXIT
           End-If
           Move WS-Roll-Period To PC-Period
           Read PERIOD-CONTROL-FILE
               Invalid Key
                   Continue
               Not Invalid Key
                   If PC-Closed
                       Display "BALROLL: period " WS-Roll-Period
                           " is closed - already rolled, not rolled "
                           "again"
                       Move 8 To WS-Completion-Code
                   End-If
           End-Read
           Close PERIOD-CONTROL-FILE.
       1060-CHECK-PERIOD-OPEN-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  1100-WRITE-AUDIT-ENTRY : record this run on the shared audit  *
      *  trail via the AUDITLOG subprogram, called from 9000-TERMINATE *
