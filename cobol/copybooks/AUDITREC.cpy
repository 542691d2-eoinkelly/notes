      *> caller and PID the way cobol_tutorial.cbl already does (via
      *> C$CALLEDBY / C$GETPID) and hand them to AUDITLOG to be written
      *> to the shared audit log instead of just being displayed.
      *>
      *> Modification history
      *> 2026-10-15  ek  Audit-Operator-Id and Audit-Event added for
      *>                 the security entries OPERSIGN writes - a
      *>                 failed sign-on or a refused action, with the
      *>                 operator ID. Left blank on a run entry.
      *> 2026-10-15  ek  PERCLOSE also sets both on its run entry when
      *>                 it closes or reopens a period - the operator
      *>                 and "PERIOD yyyymm CLOSED" or "... REOPENED".
      *> ***************************************************************** *>
       01 Audit-Log-Entry.
           02 Audit-Program-Name     PIC X(30).
           02 Audit-Caller-Name      PIC X(50).
           02 Audit-Pid              PIC 9(05).
           02 Audit-Return-Code      PIC S9(04).
           02 Audit-Operator-Id      PIC X(08).
           02 Audit-Event            PIC X(30).
