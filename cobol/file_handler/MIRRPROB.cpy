      * ------------------------------------------------------------
      * Partner link probe record (MIRRPROB) - the partners the
      * heartbeat probe (MIRRPRB, transaction MPRB) drives a test
      * conversation and DPL call against, and what it last found
      *  -Record's length : 80
      *  -Key : partner LU name, as MIRRDTPC logs it (PARTNER=)
      * The '*' record holds the probe's own settings: the minutes
      * between probes (PB-INTERVAL-MINS, zero stops the probe) and
      * the default failure limit.  On a partner record:
      *   PB-LU-LEN      length of the LU name in the key
      *   PB-DPL-SYSID   connection for the DPL probe; spaces for a
      *                  partner probed by conversation only
      *   PB-FAIL-LIMIT  consecutive failed probes that raise the
      *                  link-down alert; zero takes the '*' record's
      * The rest is kept by the probe.  PB-DOWN-DATE/TIME is when
      * the current run of failures began.
      * ------------------------------------------------------------
       01 PB-RECORD.
          05 PB-KEY                 PIC X(017).
          05 PB-LU-LEN              PIC 9(002).
          05 PB-DPL-SYSID           PIC X(004).
          05 PB-FAIL-LIMIT          PIC 9(002).
          05 PB-INTERVAL-MINS       PIC 9(004).
          05 PB-STATE               PIC X(001).
             88 PB-NOT-PROBED         VALUE ' '.
             88 PB-LINK-UP            VALUE 'U'.
             88 PB-LINK-DOWN          VALUE 'D'.
          05 PB-FAIL-CNT            PIC 9(004).
          05 PB-ALERTED             PIC X(001).
             88 PB-ALERT-RAISED       VALUE 'Y'.
             88 PB-NO-ALERT           VALUE 'N' ' '.
          05 PB-LAST-DATE           PIC 9(008).
          05 PB-LAST-TIME           PIC 9(006).
          05 PB-LAST-RTT            PIC 9(009).
          05 PB-DOWN-DATE           PIC 9(008).
          05 PB-DOWN-TIME           PIC 9(006).
          05 PB-FILLER              PIC X(008).
      * ------------------------------------------------------------
