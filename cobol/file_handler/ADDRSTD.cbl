       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      ADDRSTD.
      * ------------------------------------------------------------
      * Callable address standardization, the checks STANDADDR
      * applies to the customer master, shared so every address on
      * file - master or CUSTADDR - passes the same rules:
      *   - uppercases the address and city lines
      *   - normalizes address words against the ADDRRULE table
      *     (one card per rule: match word X(10), space, replacement
      *     X(10) - e.g. 'ST.' -> 'STREET', 'AVE' -> 'AVENUE')
      *   - validates the state through the shared VALIDSTATE
      *     routine (STATEREF table)
      *   - cross-checks the postal prefix against the state using
      *     the POSTALREF table (one card per range: state X(2),
      *     space, low prefix X(3), space, high prefix X(3))
      * The reference tables load on the first call, the way
      * VALIDSTATE loads STATEREF.  The lines come back standardized
      * in place:
      *   ASD-RC 0 - clean; ASD-CHANGED 1 when a line was altered
      *   ASD-RC 4 - needs a human, ASD-REASON says why; the caller
      *              keeps its own copy of the lines as they were
      * A missing STATEREF validates no state (warned once), as in
      * UPDCUSTOMER; a missing POSTALREF skips the cross-check.
      * ------------------------------------------------------------
       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
         SELECT RULE-FILE ASSIGN TO ADDRRULE
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS RL-STATUS.
         SELECT POSTAL-FILE ASSIGN TO POSTALREF
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS PO-STATUS.

       DATA DIVISION.
       FILE SECTION.
         FD  RULE-FILE
             LABEL RECORD STANDARD
             DATA RECORD RULE-RECORD.
         01  RULE-RECORD.
             05 RL-MATCH               PIC X(10).
             05 FILLER                 PIC X.
             05 RL-REPLACE             PIC X(10).
             05 FILLER                 PIC X(59).
         FD  POSTAL-FILE
             LABEL RECORD STANDARD
             DATA RECORD POSTAL-RECORD.
         01  POSTAL-RECORD.
             05 PO-STATE               PIC X(2).
             05 FILLER                 PIC X.
             05 PO-PREFIX-LO           PIC X(3).
             05 FILLER                 PIC X.
             05 PO-PREFIX-HI           PIC X(3).
             05 FILLER                 PIC X(70).

       WORKING-STORAGE SECTION.
         01  RL-STATUS                 PIC XX.
         01  PO-STATUS                 PIC XX.
         01  LOAD-STATE                PIC 9 VALUE 0.
             88  TABLES-NOT-LOADED        VALUE 0.
             88  TABLES-LOADED            VALUE 1.
         01  RULE-EOF-SW               PIC 9 VALUE 0.
             88  RULE-EOF                 VALUE 1.
         01  POSTAL-EOF-SW             PIC 9 VALUE 0.
             88  POSTAL-EOF               VALUE 1.
         01  STATE-WARNED-SW           PIC 9 VALUE 0.
         01  VST-PARMS.
             05 VST-CODE               PIC X(2).
             05 VST-NAME               PIC X(30).
             05 VST-RC                 PIC S9(4) COMP-5.

      *  word-replacement rule table
         01  RUL-TBL-MAX               PIC 9(4) COMP-5 VALUE 100.
         01  RUL-TBL-CNT               PIC 9(4) COMP-5 VALUE 0.
         01  RUL-I                     PIC 9(4) COMP-5.
         01  RULE-TABLE.
             05 RUL-ENTRY OCCURS 100 TIMES.
                10 RT-MATCH            PIC X(10).
                10 RT-REPLACE          PIC X(10).

      *  state-to-postal-prefix range table
         01  POS-TBL-MAX               PIC 9(4) COMP-5 VALUE 200.
         01  POS-TBL-CNT               PIC 9(4) COMP-5 VALUE 0.
         01  POS-I                     PIC 9(4) COMP-5.
         01  POSTAL-TABLE.
             05 POS-ENTRY OCCURS 200 TIMES.
                10 PT-STATE            PIC X(2).
                10 PT-LO               PIC X(3).
                10 PT-HI               PIC X(3).
         01  POSTAL-MATCH-SW           PIC 9 VALUE 0.
             88  POSTAL-MATCHES           VALUE 1.
         01  POSTAL-STATE-SEEN-SW      PIC 9 VALUE 0.
             88  POSTAL-STATE-SEEN        VALUE 1.

      *  address word work areas: the line is split on spaces, each
      *  word run through the rule table, and the line rebuilt
         01  ADDR-BEFORE               PIC X(30).
         01  ADDR-WORDS.
             05 ADDR-WORD OCCURS 8 TIMES PIC X(10).
         01  WORD-I                    PIC 9(4) COMP-5.
         01  ADDR-PTR                  PIC 9(4) COMP-5.
         01  LOWER-SET                 PIC X(26)
             VALUE "abcdefghijklmnopqrstuvwxyz".
         01  UPPER-SET                 PIC X(26)
             VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       LINKAGE SECTION.
         01  ASD-PARMS.
             05 ASD-ADDRS              PIC X(30).
             05 ASD-CITY               PIC X(20).
             05 ASD-STATE              PIC X(2).
             05 ASD-POSTAL             PIC X(9).
             05 ASD-CHANGED            PIC 9.
             05 ASD-REASON             PIC X(20).
             05 ASD-RC                 PIC S9(4) COMP-5.

       PROCEDURE DIVISION USING ASD-PARMS.
       P-START.
            IF TABLES-NOT-LOADED
               PERFORM LOAD-RULES THRU E-LOAD-RULES
               PERFORM LOAD-POSTAL THRU E-LOAD-POSTAL
               MOVE 1 TO LOAD-STATE.
            MOVE 0 TO ASD-RC, ASD-CHANGED.
            MOVE SPACES TO ASD-REASON.
            PERFORM STANDARDIZE-ONE THRU E-STANDARDIZE-ONE.
            GOBACK.

      * ------------------------------------------------------------
      * one address: uppercase, word-normalize the address line,
      * then state and postal cross-checks
      * ------------------------------------------------------------
       STANDARDIZE-ONE.
            MOVE ASD-ADDRS TO ADDR-BEFORE.
            INSPECT ASD-ADDRS CONVERTING LOWER-SET TO UPPER-SET.
            INSPECT ASD-CITY  CONVERTING LOWER-SET TO UPPER-SET.
            PERFORM NORMALIZE-ADDRESS THRU E-NORMALIZE-ADDRESS.
            IF ASD-RC = 4
               GO TO E-STANDARDIZE-ONE.
            IF ASD-ADDRS NOT = ADDR-BEFORE
               MOVE 1 TO ASD-CHANGED.
            PERFORM CHECK-STATE THRU E-CHECK-STATE.
            IF ASD-RC = 4
               GO TO E-STANDARDIZE-ONE.
            PERFORM CHECK-POSTAL THRU E-CHECK-POSTAL.
       E-STANDARDIZE-ONE.
            EXIT.

      * ------------------------------------------------------------
      * splits the address on spaces, replaces rule-matched words,
      * and rebuilds the line single-spaced
      * ------------------------------------------------------------
       NORMALIZE-ADDRESS.
            MOVE SPACES TO ADDR-WORDS.
            UNSTRING ASD-ADDRS DELIMITED BY ALL SPACE
              INTO ADDR-WORD (1) ADDR-WORD (2) ADDR-WORD (3)
                   ADDR-WORD (4) ADDR-WORD (5) ADDR-WORD (6)
                   ADDR-WORD (7) ADDR-WORD (8)
            END-UNSTRING.
            MOVE 1 TO WORD-I.
            PERFORM REPLACE-ONE-WORD THRU E-REPLACE-ONE-WORD
              UNTIL WORD-I > 8.
            MOVE SPACES TO ASD-ADDRS.
            MOVE 1 TO ADDR-PTR.
            MOVE 1 TO WORD-I.
            PERFORM REBUILD-ONE-WORD THRU E-REBUILD-ONE-WORD
              UNTIL WORD-I > 8.
       E-NORMALIZE-ADDRESS.
            EXIT.

       REPLACE-ONE-WORD.
            IF ADDR-WORD (WORD-I) = SPACES
               GO TO E-REPLACE-ONE-WORD.
            MOVE 1 TO RUL-I.
            PERFORM SCAN-RULE THRU E-SCAN-RULE
              UNTIL RUL-I > RUL-TBL-CNT.
       E-REPLACE-ONE-WORD.
            ADD 1 TO WORD-I.

       SCAN-RULE.
            IF RT-MATCH (RUL-I) = ADDR-WORD (WORD-I)
               MOVE RT-REPLACE (RUL-I) TO ADDR-WORD (WORD-I)
               MOVE 1 TO ASD-CHANGED
               MOVE RUL-TBL-CNT TO RUL-I.
       E-SCAN-RULE.
            ADD 1 TO RUL-I.

      *  words are appended with one space between them; a rebuilt
      *  line longer than the field goes back for review as it was
       REBUILD-ONE-WORD.
            IF ADDR-WORD (WORD-I) = SPACES
               GO TO E-REBUILD-ONE-WORD.
            MOVE 0 TO POS-I.
            INSPECT ADDR-WORD (WORD-I)
              TALLYING POS-I FOR CHARACTERS BEFORE INITIAL SPACE.
            IF POS-I = 0
               GO TO E-REBUILD-ONE-WORD.
            IF ADDR-PTR + POS-I > 31
               MOVE "ADDRESS-TOO-LONG" TO ASD-REASON
               MOVE 4 TO ASD-RC
               MOVE ADDR-BEFORE TO ASD-ADDRS
               MOVE 9 TO WORD-I
               GO TO E-REBUILD-ONE-WORD.
            MOVE ADDR-WORD (WORD-I) (1:POS-I)
              TO ASD-ADDRS (ADDR-PTR:POS-I).
            ADD POS-I TO ADDR-PTR.
            ADD 1 TO ADDR-PTR.
       E-REBUILD-ONE-WORD.
            ADD 1 TO WORD-I.

      * ------------------------------------------------------------
      * state code through the shared VALIDSTATE table; a missing
      * table validates nothing (warned once)
      * ------------------------------------------------------------
       CHECK-STATE.
            MOVE ASD-STATE TO VST-CODE.
            CALL "VALIDSTATE" USING VST-PARMS.
            IF VST-RC = 4
               MOVE "STATE-NOT-ON-TABLE" TO ASD-REASON
               MOVE 4 TO ASD-RC
            ELSE
              IF VST-RC = 8 AND STATE-WARNED-SW = 0
                 DISPLAY "ADDRSTD STATE TABLE UNAVAILABLE -"
                         " CODES NOT VALIDATED"
                 MOVE 1 TO STATE-WARNED-SW.
       E-CHECK-STATE.
            EXIT.

      * ------------------------------------------------------------
      * the postal prefix must fall in one of the state's POSTALREF
      * ranges; a state with no ranges on file is passed (the table
      * is grown as coverage grows)
      * ------------------------------------------------------------
       CHECK-POSTAL.
            IF POS-TBL-CNT = 0
               GO TO E-CHECK-POSTAL.
            IF ASD-POSTAL = SPACES
               MOVE "POSTAL-BLANK" TO ASD-REASON
               MOVE 4 TO ASD-RC
               GO TO E-CHECK-POSTAL.
            MOVE 0 TO POSTAL-MATCH-SW, POSTAL-STATE-SEEN-SW.
            MOVE 1 TO POS-I.
            PERFORM SCAN-POSTAL THRU E-SCAN-POSTAL
              UNTIL POS-I > POS-TBL-CNT OR POSTAL-MATCHES.
            IF POSTAL-STATE-SEEN AND NOT POSTAL-MATCHES
               MOVE "POSTAL-STATE-CLASH" TO ASD-REASON
               MOVE 4 TO ASD-RC.
       E-CHECK-POSTAL.
            EXIT.

       SCAN-POSTAL.
            IF PT-STATE (POS-I) = ASD-STATE
               MOVE 1 TO POSTAL-STATE-SEEN-SW
               IF ASD-POSTAL (1:3) NOT < PT-LO (POS-I) AND
                  ASD-POSTAL (1:3) NOT > PT-HI (POS-I)
                  MOVE 1 TO POSTAL-MATCH-SW.
       E-SCAN-POSTAL.
            ADD 1 TO POS-I.

      * ------------------------------------------------------------
      * reference loads
      * ------------------------------------------------------------
       LOAD-RULES.
            OPEN INPUT RULE-FILE.
            IF RL-STATUS NOT = "00"
               DISPLAY "ADDRSTD RULE FILE UNAVAILABLE, ST="
                       RL-STATUS " - NO WORD NORMALIZATION"
               GO TO E-LOAD-RULES.
            PERFORM LOAD-ONE-RULE THRU E-LOAD-ONE-RULE
              UNTIL RULE-EOF.
            CLOSE RULE-FILE.
            DISPLAY "ADDRSTD RULES LOADED............." RUL-TBL-CNT.
       E-LOAD-RULES.
            EXIT.

       LOAD-ONE-RULE.
            READ RULE-FILE
              AT END
                MOVE 1 TO RULE-EOF-SW
                GO TO E-LOAD-ONE-RULE
            END-READ.
            IF RUL-TBL-CNT < RUL-TBL-MAX
               ADD 1 TO RUL-TBL-CNT
               MOVE RL-MATCH   TO RT-MATCH (RUL-TBL-CNT)
               MOVE RL-REPLACE TO RT-REPLACE (RUL-TBL-CNT)
            ELSE
               DISPLAY "ADDRSTD RULE TABLE FULL - REMAINING"
                       " RULES IGNORED"
               MOVE 1 TO RULE-EOF-SW.
       E-LOAD-ONE-RULE.
            EXIT.

       LOAD-POSTAL.
            OPEN INPUT POSTAL-FILE.
            IF PO-STATUS NOT = "00"
               DISPLAY "ADDRSTD POSTAL FILE UNAVAILABLE, ST="
                       PO-STATUS " - NO POSTAL CROSS-CHECK"
               GO TO E-LOAD-POSTAL.
            PERFORM LOAD-ONE-POSTAL THRU E-LOAD-ONE-POSTAL
              UNTIL POSTAL-EOF.
            CLOSE POSTAL-FILE.
            DISPLAY "ADDRSTD POSTAL RANGES LOADED....." POS-TBL-CNT.
       E-LOAD-POSTAL.
            EXIT.

       LOAD-ONE-POSTAL.
            READ POSTAL-FILE
              AT END
                MOVE 1 TO POSTAL-EOF-SW
                GO TO E-LOAD-ONE-POSTAL
            END-READ.
            IF POS-TBL-CNT < POS-TBL-MAX
               ADD 1 TO POS-TBL-CNT
               MOVE PO-STATE     TO PT-STATE (POS-TBL-CNT)
               MOVE PO-PREFIX-LO TO PT-LO (POS-TBL-CNT)
               MOVE PO-PREFIX-HI TO PT-HI (POS-TBL-CNT)
            ELSE
               DISPLAY "ADDRSTD POSTAL TABLE FULL - REMAINING"
                       " RANGES IGNORED"
               MOVE 1 TO POSTAL-EOF-SW.
       E-LOAD-ONE-POSTAL.
            EXIT.
