      * ------------------------------------------------------------
      * Region health record (DYRHLTH) - whether the router
      * (DYPSAMP) may send work to a region
      *  -Record's length : 80
      *  -Key : region sysid
      * The router counts the routing failures it sees (connection
      * not acquired, route selection error); a run of RH-FAIL-LIMIT
      * of them, each within RH-QUIET-MINS of the last, takes the
      * region out of rotation, and RH-QUIET-MINS without one brings
      * it back.  The operator transaction DYRH drains a region,
      * which stays out until the operator restores it, and sets the
      * limit and the quiet period.  A region with no record is in
      * rotation with the defaults: 3 failures, 10 minutes.
      * ------------------------------------------------------------
       01 RH-RECORD.
          05 RH-SYSID               PIC X(004).
          05 RH-STATE               PIC X(001).
             88 RH-IN-ROTATION        VALUE 'A'.
             88 RH-FAILED-OUT         VALUE 'F'.
             88 RH-DRAINED            VALUE 'D'.
          05 RH-FAIL-CNT            PIC 9(004).
          05 RH-FAIL-LIMIT          PIC 9(002).
          05 RH-QUIET-MINS          PIC 9(004).
          05 RH-LAST-FAIL-ABS       PIC S9(015) COMP-3.
          05 RH-LAST-FAIL-DATE      PIC 9(008).
          05 RH-LAST-FAIL-TIME      PIC 9(006).
          05 RH-LAST-REASON         PIC X(002).
          05 RH-CHANGE-DATE         PIC 9(008).
          05 RH-CHANGE-TIME         PIC 9(006).
          05 RH-CHANGE-BY           PIC X(008).
          05 RH-FILLER              PIC X(019).
      * ------------------------------------------------------------
