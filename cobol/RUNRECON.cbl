      *  non-zero completion code - run as the last CHAINDEF step, so  *
      *  JOBCHAIN treats an out-of-balance run as a failed run.        *
      *                                                                 *
      *  In the month-end chain GLFEED also writes a control record;   *
      *  when it is present the GL feed is proved too:                 *
      *    - GLFEED totals in = journalled + not journalled            *
      *    - every account total read was journalled (count)           *
      *    - SUMMRPT final total = GL journal total                    *
      *  Its absence is not a failure - GLFEED runs at month end only. *
      *                                                                 *
      *  Author.        Data Processing.                                *
      *  Installation.  Batch Suite.                                    *
      *  Date-Written.   02 Sep 2026.                                    *
      *                                                                 *
      *  Modification history                                           *
      *  2026-09-02  ek  Initial version.                                *
      *  2026-10-15  ek  GLFEED control record recognised, and the GL  *
      *                  feed proved against SUMMRPT when present.     *
      * ************************************************************** *
       Identification Division.
       Program-ID. RUNRECON.
               88  WS-Summ-Seen             Value "Y".
           05  WS-Stmt-Seen-Sw         Pic X(01) Value "N".
               88  WS-Stmt-Seen             Value "Y".
           05  WS-GL-Seen-Sw           Pic X(01) Value "N".
               88  WS-GL-Seen               Value "Y".

       COPY CTLREC Replacing Control-Total-Record By WS-Edit-Record.
       COPY CTLREC Replacing Control-Total-Record By WS-Check-Record.
       COPY CTLREC Replacing Control-Total-Record By WS-Summ-Record.
       COPY CTLREC Replacing Control-Total-Record By WS-Stmt-Record.
       COPY CTLREC Replacing Control-Total-Record By WS-GL-Record.

       01  WS-Leg-Fields.
           05  WS-Left-Amount          Pic S9(12)V99.
               When "CUSTSTMT"
                   Move CONTROL-RECORD To WS-Stmt-Record
                   Move "Y" To WS-Stmt-Seen-Sw
               When "GLFEED"
                   Move CONTROL-RECORD To WS-GL-Record
                   Move "Y" To WS-GL-Seen-Sw
               When Other
                   Display "RUNRECON: unrecognised control record "
                       "from '" CTL-Program Of CONTROL-RECORD "'"
           Move CTL-In-Count Of WS-Summ-Record To WS-Left-Count
           Move CTL-In-Count Of WS-Stmt-Record To WS-Right-Count
           Perform 4100-PROVE-COUNT-LEG
               Thru 4100-PROVE-COUNT-LEG-EXIT

           If WS-GL-Seen
               Perform 3200-CROSS-FOOT-GL
                   Thru 3200-CROSS-FOOT-GL-EXIT
           End-If.
       3000-CROSS-FOOT-EXIT.
           Exit.

       3100-CHECK-PRESENCE-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  3200-CROSS-FOOT-GL : the month-end GL feed legs - everything  *
      *  GLFEED read reached the journal, and the journal carries the  *
      *  same money SUMMRPT reported.                                  *
      * ---------------------------------------------------------------*
       3200-CROSS-FOOT-GL.
           Move "GLFEED IN = JOURNALLED + NOT JOURNALLED"
               To WS-Leg-Description
           Move CTL-Amount-In Of WS-GL-Record To WS-Left-Amount
           Compute WS-Right-Amount =
               CTL-Amount-Passed Of WS-GL-Record
               + CTL-Amount-Rejected Of WS-GL-Record
           Perform 4000-PROVE-AMOUNT-LEG
               Thru 4000-PROVE-AMOUNT-LEG-EXIT

           Move "GLFEED IN = JOURNALLED (COUNT)"
               To WS-Cnt-Description
           Move CTL-In-Count Of WS-GL-Record To WS-Left-Count
           Move CTL-Passed-Count Of WS-GL-Record To WS-Right-Count
           Perform 4100-PROVE-COUNT-LEG
               Thru 4100-PROVE-COUNT-LEG-EXIT

           Move "SUMMRPT FINAL TOTAL = GL JOURNAL TOTAL"
               To WS-Leg-Description
           Move CTL-Amount-In Of WS-Summ-Record To WS-Left-Amount
           Move CTL-Amount-Passed Of WS-GL-Record To WS-Right-Amount
           Perform 4000-PROVE-AMOUNT-LEG
               Thru 4000-PROVE-AMOUNT-LEG-EXIT.
       3200-CROSS-FOOT-GL-EXIT.
           Exit.

      * ---------------------------------------------------------------*
      *  4000-PROVE-AMOUNT-LEG : both sides of one amount leg onto     *
      *  the report with its verdict.                                  *
