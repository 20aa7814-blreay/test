       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      MIRRAVL.
      * ------------------------------------------------------------
      * Daily partner-link availability timeline from the heartbeat
      * probe (MIRRPRB), over the same captured conversation log
      * (MIRRLOG) that MIRRSUM reads:
      *     CCYYMMDD HHMMSS <program log text>
      * After probing a partner the probe logs one line holding
      * PROBE(END) PARTNER=<name> STATUS=UP or STATUS=DOWN.  For
      * RPTDATE (CCYYMMDD, default today) the report shows, per
      * partner: probes, probes up and down, availability percent,
      * and every outage - from the first probe that found the
      * link down to the first that found it up again - with its
      * start, end and duration.  An outage still open at the day's
      * last probe is shown as STILL DOWN, timed to that probe; one
      * that began on an earlier day shows its true start and is
      * timed from midnight.  Runs RC 4 when there was any outage.
      * ------------------------------------------------------------
       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
         SELECT LOG-FILE ASSIGN TO MIRRLOG
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS IO-STATUS-LOG.

       DATA DIVISION.
       FILE SECTION.
         FD  LOG-FILE
             LABEL RECORD STANDARD
             DATA RECORD LOG-REC.
         01  LOG-REC                       PIC X(120).

       WORKING-STORAGE SECTION.
         01  IO-STATUS-LOG                 PIC XX.
         01  LOG-EOF-SW                    PIC 9 VALUE 0.
             88  LOG-EOF                      VALUE 1.
         01  RPT-DATE                      PIC X(8) VALUE SPACES.
         01  RECS-READ                     PIC 9(7) VALUE 0.
         01  PROBE-LINES                   PIC 9(7) VALUE 0.
         01  DAY-OUTAGES                   PIC 9(5) VALUE 0.

      *  parsed out of one log line
         01  LINE-DATE                     PIC X(8).
         01  LINE-TIME                     PIC X(6).
         01  LINE-TIME-R REDEFINES LINE-TIME.
             05 LT-HH                      PIC 99.
             05 LT-MI                      PIC 99.
             05 LT-SS                      PIC 99.
         01  LINE-SECS                     PIC 9(5) COMP-5.
         01  LINE-PARTNER                  PIC X(17).
         01  LINE-STATUS                   PIC X.
             88  LINE-UP                      VALUE "U".
             88  LINE-DOWN                    VALUE "D".
         01  SCAN-POS                      PIC 9(4) COMP-5.
         01  TOK-POS                       PIC 9(4) COMP-5.
         01  TOK-LEN                       PIC 9(4) COMP-5.
         01  FOUND-SW                      PIC 9.

      ******************************************************************
      ***  PER-PARTNER STANDING.  PT-PRE-* IS THE LINK AS THE LAST   ***
      ***  PROBE BEFORE THE REPORT DAY LEFT IT; PT-OUT-* THE OUTAGE  ***
      ***  OPEN NOW, WITH ITS START IN SECONDS INTO THE REPORT DAY.  ***
      ******************************************************************
         01  PTR-TBL-MAX                   PIC 9(4) COMP-5 VALUE 30.
         01  PTR-TBL-CNT                   PIC 9(4) COMP-5 VALUE 0.
         01  PT-I                          PIC 9(4) COMP-5.
         01  PT-FOUND                      PIC 9(4) COMP-5.
         01  PARTNER-TABLE.
             05 PTR-ENTRY OCCURS 30 TIMES.
                10 PT-NAME                 PIC X(17).
                10 PT-PRE-STATE            PIC X.
                10 PT-PRE-DOWN-DATE        PIC X(8).
                10 PT-PRE-DOWN-TIME        PIC X(6).
                10 PT-DAY-STARTED          PIC X.
                10 PT-DAY-PROBES           PIC 9(6) COMP-5.
                10 PT-DAY-UP               PIC 9(6) COMP-5.
                10 PT-DAY-DOWN             PIC 9(6) COMP-5.
                10 PT-DOWN-SECS            PIC 9(6) COMP-5.
                10 PT-LAST-SECS            PIC 9(5) COMP-5.
                10 PT-LAST-TIME            PIC X(6).
                10 PT-OUT-OPEN             PIC X.
                10 PT-OUT-DATE             PIC X(8).
                10 PT-OUT-TIME             PIC X(6).
                10 PT-OUT-SECS             PIC 9(5) COMP-5.

      ******************************************************************
      ***  THE REPORT DAY'S OUTAGES, IN THE ORDER THEY ENDED         ***
      ******************************************************************
         01  OUT-TBL-MAX                   PIC 9(4) COMP-5 VALUE 500.
         01  OUT-TBL-CNT                   PIC 9(4) COMP-5 VALUE 0.
         01  OUT-TBL-FULL                  PIC 9(5) VALUE 0.
         01  OT-I                          PIC 9(4) COMP-5.
         01  OUTAGE-TABLE.
             05 OUT-ENTRY OCCURS 500 TIMES.
                10 OT-PARTNER              PIC 9(4) COMP-5.
                10 OT-START-DATE           PIC X(8).
                10 OT-START-TIME           PIC X(6).
                10 OT-END-TIME             PIC X(6).
                10 OT-SECS                 PIC 9(5) COMP-5.
                10 OT-STILL-DOWN           PIC X.

         01  WORK-SECS                     PIC 9(6) COMP-5.
         01  REM-SECS                      PIC 9(6) COMP-5.
         01  AVAIL-PCT                     PIC 9(3)V9.
         01  P-CNT                         PIC ZZZZZ9.
         01  P-PCT                         PIC ZZ9.9.
         01  DUR-EDIT.
             05 DU-HH                      PIC 99.
             05 FILLER                     PIC X VALUE ":".
             05 DU-MI                      PIC 99.
             05 FILLER                     PIC X VALUE ":".
             05 DU-SS                      PIC 99.
         01  TIME-EDIT.
             05 TE-HH                      PIC XX.
             05 FILLER                     PIC X VALUE ":".
             05 TE-MI                      PIC XX.
             05 FILLER                     PIC X VALUE ":".
             05 TE-SS                      PIC XX.
         01  TIME-EDIT-2                   PIC X(8).
         01  TIME-X                        PIC X(6).
         01  START-TEXT                    PIC X(19).

       PROCEDURE DIVISION.
       P-START.
            DISPLAY "RPTDATE" UPON ENVIRONMENT-NAME.
            ACCEPT RPT-DATE FROM ENVIRONMENT-VALUE.
            IF RPT-DATE = SPACES
               ACCEPT RPT-DATE FROM DATE YYYYMMDD
            END-IF.
            OPEN INPUT LOG-FILE.
            IF IO-STATUS-LOG NOT = "00"
               DISPLAY "MIRRAVL: NO CONVERSATION LOG, ST="
                       IO-STATUS-LOG
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            PERFORM READ-LOG-LINE UNTIL LOG-EOF.
            CLOSE LOG-FILE.
            PERFORM CLOSE-OPEN-OUTAGE
               VARYING PT-I FROM 1 BY 1 UNTIL PT-I > PTR-TBL-CNT.
            PERFORM PRINT-REPORT.
            IF DAY-OUTAGES > 0
               MOVE 4 TO RETURN-CODE
            END-IF.
            GOBACK.

       READ-LOG-LINE.
            READ LOG-FILE
               AT END MOVE 1 TO LOG-EOF-SW
            END-READ.
            IF NOT LOG-EOF
               ADD 1 TO RECS-READ
               PERFORM PARSE-ONE-LINE THRU PARSE-EXIT
            END-IF.

      * ------------------------------------------------------------
      * one line: only the probe's PROBE(END) lines up to the report
      * day count; a line with no partner or status is passed over
      * ------------------------------------------------------------
       PARSE-ONE-LINE.
            IF LOG-REC(1:8) NOT NUMERIC
               OR LOG-REC(10:6) NOT NUMERIC
               GO TO PARSE-EXIT
            END-IF.
            MOVE LOG-REC(1:8) TO LINE-DATE.
            IF LINE-DATE > RPT-DATE
               GO TO PARSE-EXIT
            END-IF.
            MOVE 0 TO FOUND-SW.
            PERFORM FIND-PROBE-END
               VARYING SCAN-POS FROM 1 BY 1
               UNTIL SCAN-POS > 111 OR FOUND-SW = 1.
            IF FOUND-SW = 0
               GO TO PARSE-EXIT
            END-IF.
            PERFORM FIND-PARTNER THRU FIND-PARTNER-EXIT.
            IF FOUND-SW = 0
               GO TO PARSE-EXIT
            END-IF.
            MOVE SPACE TO LINE-STATUS.
            PERFORM FIND-STATUS
               VARYING SCAN-POS FROM 1 BY 1
               UNTIL SCAN-POS > 109 OR LINE-STATUS NOT = SPACE.
            IF LINE-STATUS = SPACE
               GO TO PARSE-EXIT
            END-IF.
            ADD 1 TO PROBE-LINES.
            MOVE LOG-REC(10:6) TO LINE-TIME.
            COMPUTE LINE-SECS = LT-HH * 3600 + LT-MI * 60 + LT-SS.
            PERFORM FIND-PARTNER-ENTRY THRU FIND-ENTRY-EXIT.
            IF PT-FOUND = 0
               GO TO PARSE-EXIT
            END-IF.
            IF LINE-DATE < RPT-DATE
               PERFORM TALLY-EARLIER-DAY
            ELSE
               PERFORM TALLY-REPORT-DAY
            END-IF.
       PARSE-EXIT.
            EXIT.

       FIND-PROBE-END.
            IF LOG-REC(SCAN-POS:10) = "PROBE(END)"
               MOVE 1 TO FOUND-SW
            END-IF.

       FIND-STATUS.
            IF LOG-REC(SCAN-POS:9) = "STATUS=UP"
               SET LINE-UP TO TRUE
            END-IF.
            IF LOG-REC(SCAN-POS:11) = "STATUS=DOWN"
               SET LINE-DOWN TO TRUE
            END-IF.

       FIND-PARTNER.
            MOVE 0 TO FOUND-SW.
            MOVE 0 TO TOK-POS.
            PERFORM FIND-PARTNER-TAG
               VARYING SCAN-POS FROM 1 BY 1
               UNTIL SCAN-POS > 112 OR FOUND-SW = 1.
            IF FOUND-SW = 0
               GO TO FIND-PARTNER-EXIT
            END-IF.
            MOVE 0 TO TOK-LEN.
            PERFORM COUNT-PARTNER-CHAR
               VARYING SCAN-POS FROM TOK-POS BY 1
               UNTIL SCAN-POS > 120
                  OR LOG-REC(SCAN-POS:1) = SPACE.
            IF TOK-LEN = 0 OR TOK-LEN > 17
               MOVE 0 TO FOUND-SW
            ELSE
               MOVE SPACES TO LINE-PARTNER
               MOVE LOG-REC(TOK-POS:TOK-LEN) TO LINE-PARTNER
            END-IF.
       FIND-PARTNER-EXIT.
            EXIT.

       FIND-PARTNER-TAG.
            IF LOG-REC(SCAN-POS:8) = "PARTNER="
               MOVE 1 TO FOUND-SW
               COMPUTE TOK-POS = SCAN-POS + 8
            END-IF.

       COUNT-PARTNER-CHAR.
            ADD 1 TO TOK-LEN.

       FIND-PARTNER-ENTRY.
            MOVE 0 TO PT-FOUND.
            PERFORM MATCH-PARTNER
               VARYING PT-I FROM 1 BY 1
               UNTIL PT-I > PTR-TBL-CNT OR PT-FOUND = 1.
            IF PT-FOUND = 1
               SUBTRACT 1 FROM PT-I
               GO TO FIND-ENTRY-EXIT
            END-IF.
            IF PTR-TBL-CNT = PTR-TBL-MAX
               GO TO FIND-ENTRY-EXIT
            END-IF.
            ADD 1 TO PTR-TBL-CNT.
            MOVE PTR-TBL-CNT TO PT-I.
            INITIALIZE PTR-ENTRY(PT-I).
            MOVE LINE-PARTNER TO PT-NAME(PT-I).
            MOVE "N" TO PT-DAY-STARTED(PT-I) PT-OUT-OPEN(PT-I).
            MOVE 1 TO PT-FOUND.
       FIND-ENTRY-EXIT.
            EXIT.

       MATCH-PARTNER.
            IF PT-NAME(PT-I) = LINE-PARTNER
               MOVE 1 TO PT-FOUND
            END-IF.

      * ------------------------------------------------------------
      * before the report day only the standing matters: the link
      * as the last probe left it, and when it went down if down
      * ------------------------------------------------------------
       TALLY-EARLIER-DAY.
            IF LINE-DOWN
               IF PT-PRE-STATE(PT-I) NOT = "D"
                  MOVE LINE-DATE TO PT-PRE-DOWN-DATE(PT-I)
                  MOVE LINE-TIME TO PT-PRE-DOWN-TIME(PT-I)
               END-IF
               MOVE "D" TO PT-PRE-STATE(PT-I)
            ELSE
               MOVE "U" TO PT-PRE-STATE(PT-I)
            END-IF.

      * ------------------------------------------------------------
      * on the report day a down probe opens an outage unless one is
      * open; an up probe closes the open one
      * ------------------------------------------------------------
       TALLY-REPORT-DAY.
            IF PT-DAY-STARTED(PT-I) = "N"
               MOVE "Y" TO PT-DAY-STARTED(PT-I)
               IF PT-PRE-STATE(PT-I) = "D"
                  MOVE "Y" TO PT-OUT-OPEN(PT-I)
                  MOVE PT-PRE-DOWN-DATE(PT-I) TO PT-OUT-DATE(PT-I)
                  MOVE PT-PRE-DOWN-TIME(PT-I) TO PT-OUT-TIME(PT-I)
                  MOVE 0 TO PT-OUT-SECS(PT-I)
               END-IF
            END-IF.
            ADD 1 TO PT-DAY-PROBES(PT-I).
            MOVE LINE-SECS TO PT-LAST-SECS(PT-I).
            MOVE LINE-TIME TO PT-LAST-TIME(PT-I).
            IF LINE-DOWN
               ADD 1 TO PT-DAY-DOWN(PT-I)
               IF PT-OUT-OPEN(PT-I) = "N"
                  MOVE "Y" TO PT-OUT-OPEN(PT-I)
                  MOVE LINE-DATE TO PT-OUT-DATE(PT-I)
                  MOVE LINE-TIME TO PT-OUT-TIME(PT-I)
                  MOVE LINE-SECS TO PT-OUT-SECS(PT-I)
               END-IF
            ELSE
               ADD 1 TO PT-DAY-UP(PT-I)
               IF PT-OUT-OPEN(PT-I) = "Y"
                  PERFORM RECORD-OUTAGE
                  MOVE "N" TO OT-STILL-DOWN(OT-I)
               END-IF
            END-IF.

      * ------------------------------------------------------------
      * the outage open for PT-I, ended at LINE-TIME / LINE-SECS
      * ------------------------------------------------------------
       RECORD-OUTAGE.
            MOVE "N" TO PT-OUT-OPEN(PT-I).
            ADD 1 TO DAY-OUTAGES.
            COMPUTE WORK-SECS = LINE-SECS - PT-OUT-SECS(PT-I).
            ADD WORK-SECS TO PT-DOWN-SECS(PT-I).
            IF OUT-TBL-CNT = OUT-TBL-MAX
               ADD 1 TO OUT-TBL-FULL
               MOVE OUT-TBL-MAX TO OT-I
            ELSE
               ADD 1 TO OUT-TBL-CNT
               MOVE OUT-TBL-CNT TO OT-I
            END-IF.
            MOVE PT-I              TO OT-PARTNER(OT-I).
            MOVE PT-OUT-DATE(PT-I) TO OT-START-DATE(OT-I).
            MOVE PT-OUT-TIME(PT-I) TO OT-START-TIME(OT-I).
            MOVE LINE-TIME         TO OT-END-TIME(OT-I).
            MOVE WORK-SECS         TO OT-SECS(OT-I).

      * ------------------------------------------------------------
      * an outage still open after the log is timed to the day's
      * last probe of that partner
      * ------------------------------------------------------------
       CLOSE-OPEN-OUTAGE.
            IF PT-DAY-STARTED(PT-I) = "Y"
               AND PT-OUT-OPEN(PT-I) = "Y"
               MOVE PT-LAST-SECS(PT-I) TO LINE-SECS
               MOVE PT-LAST-TIME(PT-I) TO LINE-TIME
               PERFORM RECORD-OUTAGE
               MOVE "Y" TO OT-STILL-DOWN(OT-I)
            END-IF.

       PRINT-REPORT.
            DISPLAY "MIRRAVL - PARTNER LINK AVAILABILITY FOR " RPT-DATE.
            MOVE PROBE-LINES TO P-CNT.
            DISPLAY "PROBE RESULTS READ.." P-CNT.
            MOVE DAY-OUTAGES TO P-CNT.
            DISPLAY "OUTAGES............." P-CNT.
            DISPLAY " ".
            IF PTR-TBL-CNT = 0
               DISPLAY "NO PROBE RESULTS IN THE LOG"
            ELSE
               PERFORM PRINT-ONE-PARTNER
                  VARYING PT-I FROM 1 BY 1
                  UNTIL PT-I > PTR-TBL-CNT
            END-IF.
            IF OUT-TBL-FULL > 0
               MOVE OUT-TBL-FULL TO P-CNT
               DISPLAY "*** OUTAGE TABLE FULL - " P-CNT
                       " OUTAGES NOT LISTED (LAST ENTRY REUSED) ***"
            END-IF.
            DISPLAY " ".
            DISPLAY "MIRRAVL END  (LOG RECORDS READ: " RECS-READ
                    ")".

       PRINT-ONE-PARTNER.
            DISPLAY "PARTNER " PT-NAME(PT-I).
            IF PT-DAY-PROBES(PT-I) = 0
               IF PT-PRE-STATE(PT-I) = "D"
                  DISPLAY "  NO PROBES FOR THE DAY - DOWN SINCE "
                          PT-PRE-DOWN-DATE(PT-I) " "
                          PT-PRE-DOWN-TIME(PT-I)
               ELSE
                  DISPLAY "  NO PROBES FOR THE DAY"
               END-IF
            ELSE
               COMPUTE AVAIL-PCT ROUNDED =
                       PT-DAY-UP(PT-I) * 100 / PT-DAY-PROBES(PT-I)
               MOVE AVAIL-PCT TO P-PCT
               MOVE PT-DAY-PROBES(PT-I) TO P-CNT
               DISPLAY "  PROBES " P-CNT WITH NO ADVANCING
               MOVE PT-DAY-UP(PT-I) TO P-CNT
               DISPLAY "  UP " P-CNT WITH NO ADVANCING
               MOVE PT-DAY-DOWN(PT-I) TO P-CNT
               DISPLAY "  DOWN " P-CNT "  AVAILABILITY " P-PCT " PCT"
               MOVE PT-DOWN-SECS(PT-I) TO WORK-SECS
               PERFORM EDIT-DURATION
               DISPLAY "  TIME DOWN " DUR-EDIT
               DISPLAY "  OUTAGE START           END       DURATION"
               PERFORM PRINT-ONE-OUTAGE
                  VARYING OT-I FROM 1 BY 1
                  UNTIL OT-I > OUT-TBL-CNT
            END-IF.
            DISPLAY " ".

       PRINT-ONE-OUTAGE.
            IF OT-PARTNER(OT-I) = PT-I
               MOVE SPACES TO START-TEXT
               MOVE OT-START-TIME(OT-I) TO TIME-X
               PERFORM EDIT-TIME
               IF OT-START-DATE(OT-I) = RPT-DATE
                  MOVE TIME-EDIT TO START-TEXT
               ELSE
                  STRING OT-START-DATE(OT-I) " " TIME-EDIT
                     DELIMITED BY SIZE INTO START-TEXT
               END-IF
               MOVE OT-END-TIME(OT-I) TO TIME-X
               PERFORM EDIT-TIME
               MOVE TIME-EDIT TO TIME-EDIT-2
               MOVE OT-SECS(OT-I) TO WORK-SECS
               PERFORM EDIT-DURATION
               IF OT-STILL-DOWN(OT-I) = "Y"
                  DISPLAY "  " START-TEXT "  " TIME-EDIT-2 "  "
                          DUR-EDIT "  STILL DOWN"
               ELSE
                  DISPLAY "  " START-TEXT "  " TIME-EDIT-2 "  "
                          DUR-EDIT
               END-IF
            END-IF.

       EDIT-TIME.
            MOVE TIME-X(1:2) TO TE-HH.
            MOVE TIME-X(3:2) TO TE-MI.
            MOVE TIME-X(5:2) TO TE-SS.

       EDIT-DURATION.
            DIVIDE WORK-SECS BY 3600 GIVING DU-HH REMAINDER REM-SECS.
            DIVIDE REM-SECS BY 60 GIVING DU-MI REMAINDER DU-SS.
