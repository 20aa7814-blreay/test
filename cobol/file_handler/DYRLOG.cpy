      * ------------------------------------------------------------
      * Routing failover log record (DYRLOG) - every time the router
      * (DYPSAMP) could not send work where it meant to, and every
      * change to a region's rotation
      *  -Record's length : 80
      *  -Key : stamp date, stamp time, sequence - so the log reads
      *         back in the order things happened
      * RL-FROM-SYSID is the region passed over (or taken out, or
      * brought back), RL-TO-SYSID the one the work went to instead.
      * RL-BY is the operator for DYRH commands, DYPSAMP otherwise.
      * ------------------------------------------------------------
       01 RL-RECORD.
          05 RL-KEY.
             10 RL-STAMP-DATE       PIC 9(008).
             10 RL-STAMP-TIME       PIC 9(008).
             10 RL-SEQ              PIC 9(004).
          05 RL-EVENT               PIC X(001).
             88 RL-REROUTED           VALUE 'R'.
             88 RL-NOT-ROUTED         VALUE 'X'.
             88 RL-REGION-OUT         VALUE 'O'.
             88 RL-REGION-DRAINED     VALUE 'D'.
             88 RL-REGION-BACK        VALUE 'B'.
          05 RL-TRANID              PIC X(004).
          05 RL-FROM-SYSID          PIC X(004).
          05 RL-TO-SYSID            PIC X(004).
          05 RL-REASON              PIC X(002).
             88 RL-CONN-DOWN          VALUE 'CN'.
             88 RL-SELECTION-ERROR    VALUE 'SE'.
             88 RL-FAILED-OUT         VALUE 'OF'.
             88 RL-OPERATOR-DRAIN     VALUE 'OP'.
             88 RL-QUIET-PERIOD       VALUE 'QT'.
             88 RL-OPERATOR-RESTORE   VALUE 'UP'.
          05 RL-TASKN               PIC 9(007).
          05 RL-BY                  PIC X(008).
          05 RL-FILLER              PIC X(030).
      * ------------------------------------------------------------
