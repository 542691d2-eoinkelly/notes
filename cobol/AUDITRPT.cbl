      *                  failed, so a locked or unreadable log is left  *
      *                  as it stands instead of being replaced by the  *
      *                  empty work file.                               *
      *  2026-10-15  ek  Log, work and archive lines widened for the   *
      *                  operator ID and event OPERSIGN writes on a    *
      *                  failed sign-on or refused action; a flagged   *
      *                  line shows them.                              *
      * ************************************************************** *
       Identification Division.
       Program-ID. AUDITRPT.
           05  ALG-Time                Pic 9(08).
           05  Filler                  Pic X(02).
           05  ALG-Return-Code         Pic X(04).
           05  Filler                  Pic X(02).
           05  ALG-Operator-Id         Pic X(08).
           05  Filler                  Pic X(02).
           05  ALG-Event               Pic X(30).

       FD  AUDIT-WORK-FILE
           Label Records are Standard.
       01  AUDIT-WORK-LINE             Pic X(160).

       FD  AUDIT-ARCHIVE-FILE
           Label Records are Standard.
       01  AUDIT-ARCHIVE-LINE          Pic X(160).

       FD  RETENTION-PARM-FILE
           Label Records are Standard.
               10  WS-Flag-Date        Pic 9(08).
               10  WS-Flag-Time        Pic 9(08).
               10  WS-Flag-RC          Pic X(04).
               10  WS-Flag-Operator-Id Pic X(08).
               10  WS-Flag-Event       Pic X(30).

       01  WS-Counters.
           05  WS-Read-Count           Pic 9(07) Value 0.
           05  Filler                  Pic X(04) Value "  RC".
           05  Filler                  Pic X(01) Value Space.
           05  WS-Flag-Line-RC         Pic X(04).
           05  Filler                  Pic X(02) Value Spaces.
           05  WS-Flag-Line-Operator-Id
                                       Pic X(08).
           05  Filler                  Pic X(01) Value Space.
           05  WS-Flag-Line-Event      Pic X(30).

       01  WS-Trim-Line.
           05  Filler                  Pic X(10) Value "RETAINED ".
           Move ALG-Program To WS-Flag-Program (FLAG-IDX)
           Move ALG-Date To WS-Flag-Date (FLAG-IDX)
           Move ALG-Time To WS-Flag-Time (FLAG-IDX)
           Move ALG-Return-Code To WS-Flag-RC (FLAG-IDX)
           Move ALG-Operator-Id To WS-Flag-Operator-Id (FLAG-IDX)
           Move ALG-Event To WS-Flag-Event (FLAG-IDX).
       4000-TALLY-FLAGGED-EXIT.
           Exit.

           Move WS-Flag-Date (FLAG-IDX) To WS-Flag-Line-Date
           Move WS-Flag-Time (FLAG-IDX) To WS-Flag-Line-Time
           Move WS-Flag-RC (FLAG-IDX) To WS-Flag-Line-RC
           Move WS-Flag-Operator-Id (FLAG-IDX)
               To WS-Flag-Line-Operator-Id
           Move WS-Flag-Event (FLAG-IDX) To WS-Flag-Line-Event
           Move WS-Flag-Line To REPORT-LINE
           Write REPORT-LINE.
       5200-WRITE-FLAGGED-RUN-EXIT.
