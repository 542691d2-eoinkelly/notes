      *                                                                 *
      *  Modification history                                           *
      *  2026-08-08  ek  Initial version.                                *
      *  2026-10-15  ek  Operator ID and event text carried on the     *
      *                  line for OPERSIGN's security entries; the     *
      *                  line widened to hold them. Readers of the     *
      *                  earlier columns are unaffected.               *
      * ************************************************************** *
       Identification Division.
       Program-ID. AUDITLOG.
       File Section.
       FD  AUDIT-LOG-FILE
           Label Records are Standard.
       01  AUDIT-LOG-LINE              Pic X(160).

       Working-Storage Section.
       01  WS-Audit-File-Status        Pic X(02).
           05  WS-Audit-Time             Pic 9(08).
           05  Filler                    Pic X(02) Value Spaces.
           05  WS-Audit-Return-Code      Pic S9(04).
           05  Filler                    Pic X(02) Value Spaces.
           05  WS-Audit-Operator-Id      Pic X(08).
           05  Filler                    Pic X(02) Value Spaces.
           05  WS-Audit-Event            Pic X(30).

       Linkage Section.
       COPY AUDITREC Replacing Audit-Log-Entry By WS-Audit-Log-Entry.
           Move WS-Current-Date To WS-Audit-Date
           Move WS-Current-Time To WS-Audit-Time
           Move Audit-Return-Code Of WS-Audit-Log-Entry
               To WS-Audit-Return-Code
           Move Audit-Operator-Id Of WS-Audit-Log-Entry
               To WS-Audit-Operator-Id
           Move Audit-Event Of WS-Audit-Log-Entry
               To WS-Audit-Event.
       1000-BUILD-LINE-EXIT.
           Exit.

