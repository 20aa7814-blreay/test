      * ------------------------------------------------------------
      * Dynamic routing table record (DYRTAB) - where the router
      * (DYPSAMP) may send a transaction
      *  -Record's length : 80
      *  -Key : transaction id; the '****' record is the default
      *         for transactions without one of their own
      * Candidates are held in failover order, each with a weight:
      * work is spread over the candidates in proportion to their
      * weights, and when the region chosen is out of rotation the
      * work goes to the others.  A weight of zero keeps a region as
      * a standby that is used only when no weighted region can be.
      * ------------------------------------------------------------
       01 RT-RECORD.
          05 RT-TRANID              PIC X(004).
          05 RT-CAND-CNT            PIC 9(001).
          05 RT-CANDIDATE OCCURS 8.
             10 RT-SYSID            PIC X(004).
             10 RT-WEIGHT           PIC 9(003).
          05 RT-FILLER              PIC X(019).
      * ------------------------------------------------------------
