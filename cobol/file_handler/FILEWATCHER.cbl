      *                     blank means from midnight
      *   WL-LATEST   X(6)  latest expected arrival (HHMMSS)
      *   WL-JOBDSN   X(44) INTRDR dsn handed to art_submi_job
      *   WL-DECK     X(1)  'D' marks a client transaction deck:
      *                     on arrival it is fingerprinted (record
      *                     count and byte-sum hash, as BDMS0235
      *                     takes it) and an ARRIVED milestone is
      *                     appended to the deck log (DECKLOG) for
      *                     the BDMS0259 turnaround report
      * An entry is probed only inside its expected window, and a
      * window whose latest time is past midnight (earliest above
      * latest) wraps: the watcher can start the evening before
         SELECT PROBE-FILE ASSIGN TO DYNAMIC PROBE-NAME
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS PB-STATUS.
         SELECT DECK-FILE ASSIGN TO DYNAMIC PROBE-NAME
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS DK-STATUS.
         SELECT OPTIONAL DECK-LOG ASSIGN TO DECKLOG
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS IO-STATUS-DLOG.
         SELECT OPTIONAL ART-SUBMIT-LOG ASSIGN TO ARTSUBLOG
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
             05 WL-EARLIEST            PIC X(6).
             05 WL-LATEST              PIC X(6).
             05 WL-JOBDSN              PIC X(44).
             05 WL-DECK                PIC X.
         FD  PROBE-FILE
             LABEL RECORD STANDARD
             DATA RECORD PROBE-RECORD.
         01  PROBE-RECORD              PIC X(80).
         FD  DECK-FILE
             LABEL RECORD STANDARD
             DATA RECORD DECK-RECORD.
         01  DECK-RECORD               PIC X(512).
      *  the shared deck milestone log, same layout as BDMS0231's
         FD  DECK-LOG
             LABEL RECORD STANDARD
             DATA RECORD DECK-LOG-REC.
         01  DECK-LOG-REC.
             03  DL-STAGE              PIC X(8).
             03  DL-CLIENT             PIC X(3).
             03  DL-RECORD-CNT         PIC 9(9).
             03  DL-DECK-HASH          PIC 9(15).
             03  DL-STAMP-DATE         PIC 9(8).
             03  DL-STAMP-TIME         PIC 9(8).
             03  DL-RUN-ID             PIC X(28).
             03  FILLER                PIC X.
         FD  ART-SUBMIT-LOG
             LABEL RECORD STANDARD
             DATA RECORD ART-LOG-REC.
         01  WA-STATUS                 PIC XX.
         01  PB-STATUS                 PIC XX.
         01  IO-STATUS-LOG             PIC XX.
         01  DK-STATUS                 PIC XX.
         01  IO-STATUS-DLOG            PIC XX.
         01  PROBE-NAME                PIC X(60).
         01  WATCH-EOF-SW              PIC 9 VALUE 0.
             88  WATCH-EOF                VALUE 1.
                10 WT-EARLIEST         PIC X(6).
                10 WT-LATEST           PIC X(6).
                10 WT-JOBDSN           PIC X(44).
                10 WT-DECK             PIC X.
                10 WT-STATE            PIC X.
      *            'W' waiting, 'S' submitted, 'L' late-alerted
                10 WT-SEENWIN          PIC X.
             88  WINDOW-BEFORE            VALUE "B".
             88  WINDOW-INSIDE            VALUE "I".
             88  WINDOW-AFTER             VALUE "A".
      *  arrival fingerprint of a watched deck
         01  DECK-EOF-SW               PIC 9 VALUE 0.
             88  DECK-EOF                 VALUE 1.
         01  DK-REC-CNT                PIC 9(9).
         01  DK-HASH                   PIC 9(15).
         01  DK-CLIENT                 PIC X(3).
         01  DK-BYTE-IX                PIC 9(4) COMP-5.
         01  DK-BYTE-VALUE             PIC 9(4) COMP-5.
         01  DK-HALFWORD               PIC 9(4) COMP.
         01  FILLER REDEFINES DK-HALFWORD.
             05 DK-HW-HI               PIC X.
             05 DK-HW-LO               PIC X.
         01  DECKS-LOGGED-CNT          PIC 9(4) COMP-5 VALUE 0.

       PROCEDURE DIVISION.
       P-START.
       FIN-REL.
            DISPLAY "FILEWATCHER JOBS SUBMITTED......." SUBMITTED-CNT.
            DISPLAY "FILEWATCHER LATE ALERTS.........." LATE-CNT.
            DISPLAY "FILEWATCHER DECKS LOGGED........."
                    DECKS-LOGGED-CNT.

       FIN-EXIT.
            EXIT PROGRAM.
               MOVE "000000" TO WT-EARLIEST (WATCH-TBL-CNT).
            MOVE WL-LATEST   TO WT-LATEST (WATCH-TBL-CNT).
            MOVE WL-JOBDSN   TO WT-JOBDSN (WATCH-TBL-CNT).
            MOVE WL-DECK     TO WT-DECK (WATCH-TBL-CNT).
            MOVE "W"         TO WT-STATE (WATCH-TBL-CNT).
            MOVE "N"         TO WT-SEENWIN (WATCH-TBL-CNT).
       E-LOAD-WATCH-LIST.
               OPEN INPUT PROBE-FILE
               IF PB-STATUS = "00" OR PB-STATUS = "05"
                  CLOSE PROBE-FILE
                  IF WT-DECK (WT-I) = "D"
                     PERFORM LOG-DECK-ARRIVAL THRU E-LOG-DECK-ARRIVAL
                  END-IF
                  PERFORM SUBMIT-ENTRY THRU E-SUBMIT-ENTRY
               END-IF
               GO TO E-CHECK-ONE-ENTRY.
            CLOSE ART-SUBMIT-LOG.
       E-LOG-ONE-RECORD.
            EXIT.

      * ------------------------------------------------------------
      * a watched deck has landed: count and byte-sum it exactly as
      * BDMS0235 fingerprints a deck, so the acknowledgment, posting
      * and statement milestones link back to this arrival, and
      * append the ARRIVED record to the deck log
      * ------------------------------------------------------------
       LOG-DECK-ARRIVAL.
            MOVE 0 TO DK-REC-CNT, DK-HASH, DECK-EOF-SW.
            MOVE SPACES TO DK-CLIENT.
            OPEN INPUT DECK-FILE.
            IF DK-STATUS NOT = "00"
               DISPLAY "FILEWATCHER DECK OPEN FAILED, ST=" DK-STATUS
                       " (FILE " WT-PATH (WT-I) ")"
               GO TO E-LOG-DECK-ARRIVAL.
            PERFORM HASH-DECK-RECORD THRU E-HASH-DECK-RECORD
              UNTIL DECK-EOF.
            CLOSE DECK-FILE.
            OPEN EXTEND DECK-LOG.
            IF IO-STATUS-DLOG NOT = "00" AND
               IO-STATUS-DLOG NOT = "05"
               DISPLAY "FILEWATCHER DECK LOG OPEN FAILED, ST="
                       IO-STATUS-DLOG
               GO TO E-LOG-DECK-ARRIVAL.
            MOVE SPACES     TO DECK-LOG-REC.
            MOVE "ARRIVED"  TO DL-STAGE.
            MOVE DK-CLIENT  TO DL-CLIENT.
            MOVE DK-REC-CNT TO DL-RECORD-CNT.
            MOVE DK-HASH    TO DL-DECK-HASH.
            ACCEPT DL-STAMP-DATE FROM DATE YYYYMMDD.
            ACCEPT DL-STAMP-TIME FROM TIME.
            WRITE DECK-LOG-REC.
            CLOSE DECK-LOG.
            ADD 1 TO DECKS-LOGGED-CNT.
            DISPLAY "FILEWATCHER DECK ARRIVED: " WT-PATH (WT-I)
                    " RECORDS " DK-REC-CNT " HASH " DK-HASH.
       E-LOG-DECK-ARRIVAL.
            EXIT.

       HASH-DECK-RECORD.
            READ DECK-FILE
              AT END
                MOVE 1 TO DECK-EOF-SW
                GO TO E-HASH-DECK-RECORD
            END-READ.
            ADD 1 TO DK-REC-CNT.
            IF DK-REC-CNT = 1
               MOVE DECK-RECORD (2:3) TO DK-CLIENT.
            MOVE 1 TO DK-BYTE-IX.
            PERFORM HASH-DECK-BYTE 512 TIMES.
       E-HASH-DECK-RECORD.
            EXIT.

       HASH-DECK-BYTE.
            MOVE LOW-VALUE TO DK-HW-HI.
            MOVE DECK-RECORD (DK-BYTE-IX:1) TO DK-HW-LO.
            MOVE DK-HALFWORD TO DK-BYTE-VALUE.
            ADD DK-BYTE-VALUE TO DK-HASH.
            ADD 1 TO DK-BYTE-IX.
