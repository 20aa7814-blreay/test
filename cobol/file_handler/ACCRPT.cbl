       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      ACCRPT.
      * ------------------------------------------------------------
      * Monthly customer access report, from the customer access
      * log (CUSTACCL) the customer read paths write.  One line per
      * operator - or per batch job, for entries logged without an
      * operator - who touched a customer in the report month: the
      * accesses, the distinct customers, and the distinct customers
      * outside the operator's assigned states.  Flagged for review:
      *   HIGH-VOLUME   an operator who looked at more distinct
      *                 customers than the limit (batch jobs read
      *                 the file whole and are not flagged)
      *   OUT-OF-STATE  an operator with states assigned on the
      *                 OPERPROF profile file who looked at a
      *                 customer whose master state is not one of
      *                 them; an operator with no states assigned is
      *                 not judged
      * A customer no longer on the master has no state to judge.
      *
      * The report date defaults to today; RPTDATE (CCYYMMDD)
      * overrides it, and its month is the one reported.  ACCLIMIT
      * (four digits) sets the distinct-customer limit, 100 unless
      * given.
      * ------------------------------------------------------------
       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
         SELECT ACC-FILE ASSIGN TO CUSTACCL
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS AC-KEY
            FILE STATUS IS AC-STATUS.
         SELECT PROF-FILE ASSIGN TO OPERPROF
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS OP-KEY
            FILE STATUS IS OP-STATUS.
         SELECT MW-ENTREE ASSIGN TO KSDSFILE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS VS-CUSTIDENT
            ALTERNATE RECORD KEY IS VS-CUSTSTATE
                 WITH DUPLICATES
            FILE STATUS IS IO-STATUS.

       DATA DIVISION.
       FILE SECTION.
         FD  ACC-FILE
             LABEL RECORD STANDARD
             DATA RECORD AC-RECORD.
         COPY CUSTACCL.
         FD  PROF-FILE
             LABEL RECORD STANDARD
             DATA RECORD PROF-RECORD.
         01  PROF-RECORD.
             05 OP-KEY.
                10 OP-OPERATOR         PIC X(8).
                10 OP-TRANID           PIC X(4).
             05 OP-BROWSE              PIC X.
             05 OP-UPDATE              PIC X.
             05 OP-STAMP-DATE          PIC 9(8).
             05 OP-STAMP-TIME          PIC 9(8).
             05 OP-STATES              PIC X(20).
             05 OP-STATE REDEFINES OP-STATES
                                       PIC XX OCCURS 10.
             05 FILLER                 PIC X(30).
         FD  MW-ENTREE
             LABEL RECORD STANDARD
             DATA RECORD VS-ODCSF0-RECORD.
         COPY ODCSF0B.

       WORKING-STORAGE SECTION.
         01  AC-STATUS                 PIC XX.
         01  OP-STATUS                 PIC XX.
         01  IO-STATUS                 PIC XX.
         01  FS-REASON                 PIC X(60).

         01  RPT-DATE-X                PIC X(8) VALUE SPACES.
         01  RPT-DATE                  PIC 9(8).
         01  FILLER REDEFINES RPT-DATE.
             05 RPT-CCYYMM             PIC 9(6).
             05 RPT-DD                 PIC 9(2).
         01  ACC-DATE-WORK             PIC 9(8).
         01  FILLER REDEFINES ACC-DATE-WORK.
             05 ACC-CCYYMM             PIC 9(6).
             05 ACC-DD                 PIC 9(2).
         01  ACC-LIMIT-X               PIC X(4) VALUE SPACES.
         01  ACC-LIMIT                 PIC 9(4) VALUE 100.

      *  one entry per operator or job: an operator's states are
      *  those of all their profiles together
         01  ENT-CNT                   PIC 9(4) COMP-5 VALUE 0.
         01  ENT-MAX                   PIC 9(4) COMP-5 VALUE 500.
         01  ENT-I                     PIC 9(4) COMP-5.
         01  ENT-SW                    PIC 9 VALUE 0.
             88  ENTRY-FOUND              VALUE 1.
         01  ENT-TABLE.
             05 ENT-ENTRY OCCURS 500.
                10 ENT-TYPE            PIC X.
                   88 ENT-OPERATOR        VALUE "O".
                   88 ENT-JOB             VALUE "J".
                10 ENT-WHO             PIC X(8).
                10 ENT-ACCESS-CNT      PIC 9(8).
                10 ENT-CUST-CNT        PIC 9(8).
                10 ENT-OUT-CNT         PIC 9(8).
                10 ENT-LAST-IDENT      PIC 9(6).
                10 ENT-STATE-CNT       PIC 9(4) COMP-5.
                10 ENT-STATE           PIC XX OCCURS 30.
         01  ENT-STATE-MAX             PIC 9(4) COMP-5 VALUE 30.
         01  FIND-TYPE                 PIC X.
         01  FIND-WHO                  PIC X(8).
         01  ST-I                      PIC 9(4) COMP-5.
         01  PROF-I                    PIC 9(4) COMP-5.
         01  STATE-SW                  PIC 9 VALUE 0.
             88  STATE-ASSIGNED           VALUE 1.
         01  TABLE-FULL-SW             PIC 9 VALUE 0.
             88  TABLE-FULL               VALUE 1.

      *  the state of the customer the log is on, read once per ident
         01  CUR-IDENT                 PIC 9(6) VALUE 0.
         01  CUR-STATE                 PIC XX VALUE SPACES.

         01  RPT-LINE.
             05 RL-TYPE                PIC X(4).
             05 FILLER                 PIC X     VALUE SPACE.
             05 RL-WHO                 PIC X(8).
             05 FILLER                 PIC XX    VALUE SPACES.
             05 RL-ACCESS              PIC ZZZZZZZ9.
             05 FILLER                 PIC XX    VALUE SPACES.
             05 RL-CUST                PIC ZZZZZZZ9.
             05 FILLER                 PIC XX    VALUE SPACES.
             05 RL-OUT                 PIC ZZZZZZZ9.
             05 FILLER                 PIC XX    VALUE SPACES.
             05 RL-FLAG1               PIC X(12).
             05 FILLER                 PIC X     VALUE SPACE.
             05 RL-FLAG2               PIC X(12).

         01  LOG-READ-CNT              PIC 9(8) VALUE 0.
         01  MONTH-CNT                 PIC 9(8) VALUE 0.
         01  LISTED-CNT                PIC 9(8) VALUE 0.
         01  FLAGGED-CNT               PIC 9(8) VALUE 0.
         01  NOT-TALLIED-CNT           PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       P-START.
            MOVE SPACES TO RPT-DATE-X.
            DISPLAY "RPTDATE" UPON ENVIRONMENT-NAME.
            ACCEPT RPT-DATE-X FROM ENVIRONMENT-VALUE.
            IF RPT-DATE-X NUMERIC
               MOVE RPT-DATE-X TO RPT-DATE
            ELSE
               ACCEPT RPT-DATE FROM DATE YYYYMMDD.
            DISPLAY "ACCLIMIT" UPON ENVIRONMENT-NAME.
            ACCEPT ACC-LIMIT-X FROM ENVIRONMENT-VALUE.
            IF ACC-LIMIT-X NUMERIC
               MOVE ACC-LIMIT-X TO ACC-LIMIT.
            DISPLAY "ACCRPT CUSTOMER ACCESS FOR MONTH " RPT-CCYYMM
                    " - CUSTOMER LIMIT " ACC-LIMIT.

            OPEN INPUT ACC-FILE.
            IF AC-STATUS NOT = "00"
               CALL "FSTATMSG" USING AC-STATUS, FS-REASON
               DISPLAY "ACCRPT CUSTACCL OPEN FAILED"
               DISPLAY "IO-STATUS =" AC-STATUS " (" FS-REASON ")"
               MOVE 16 TO RETURN-CODE
               GO TO FIN-EXIT.
            OPEN INPUT MW-ENTREE.
            IF IO-STATUS NOT = "00"
               CALL "FSTATMSG" USING IO-STATUS, FS-REASON
               DISPLAY "ACCRPT OPEN FAILED"
               DISPLAY "IO-STATUS =" IO-STATUS " (" FS-REASON ")"
               MOVE 16 TO RETURN-CODE
               CLOSE ACC-FILE
               GO TO FIN-EXIT.
            PERFORM LOAD-PROFILES THRU E-LOAD-PROFILES.

       READ-LOG.
            READ ACC-FILE NEXT RECORD
              AT END GO TO REPORT-LINES
            END-READ.
            IF AC-STATUS NOT = "00"
               CALL "FSTATMSG" USING AC-STATUS, FS-REASON
               DISPLAY "ACCRPT CUSTACCL READ FAILED"
               DISPLAY "IO-STATUS =" AC-STATUS " (" FS-REASON ")"
               MOVE 8 TO RETURN-CODE
               GO TO REPORT-LINES.
            ADD 1 TO LOG-READ-CNT.
            MOVE AC-STAMP-DATE TO ACC-DATE-WORK.
            IF ACC-CCYYMM NOT = RPT-CCYYMM
               GO TO READ-LOG.
            ADD 1 TO MONTH-CNT.
            IF AC-OPERATOR NOT = SPACES
               MOVE "O" TO FIND-TYPE
               MOVE AC-OPERATOR TO FIND-WHO
            ELSE
               MOVE "J" TO FIND-TYPE
               MOVE AC-JOB TO FIND-WHO.
            PERFORM FIND-ENTRY THRU E-FIND-ENTRY.
            IF NOT ENTRY-FOUND
               ADD 1 TO NOT-TALLIED-CNT
               GO TO READ-LOG.
            ADD 1 TO ENT-ACCESS-CNT (ENT-I).
            IF AC-CUSTIDENT = ENT-LAST-IDENT (ENT-I)
               GO TO READ-LOG.
      *     the log is in ident order, so a new ident for the entry
      *     is a customer it has not touched before
            MOVE AC-CUSTIDENT TO ENT-LAST-IDENT (ENT-I).
            ADD 1 TO ENT-CUST-CNT (ENT-I).
            IF ENT-STATE-CNT (ENT-I) = 0
               GO TO READ-LOG.
            PERFORM CUSTOMER-STATE THRU E-CUSTOMER-STATE.
            IF CUR-STATE = SPACES
               GO TO READ-LOG.
            MOVE 0 TO STATE-SW.
            MOVE 1 TO ST-I.
            PERFORM CHECK-STATE THRU E-CHECK-STATE
              UNTIL ST-I > ENT-STATE-CNT (ENT-I) OR STATE-ASSIGNED.
            IF NOT STATE-ASSIGNED
               ADD 1 TO ENT-OUT-CNT (ENT-I).
            GO TO READ-LOG.

      * ------------------------------------------------------------
      * one line per operator or job with an access in the month,
      * flagged where the pattern wants a look
      * ------------------------------------------------------------
       REPORT-LINES.
            DISPLAY "TYPE WHO       ACCESSES  CUSTOMERS  OUT-STATE  "
                    "FLAGS".
            MOVE 1 TO ENT-I.
            PERFORM PRINT-ENTRY THRU E-PRINT-ENTRY
              UNTIL ENT-I > ENT-CNT.

       REPORT-TOTALS.
            DISPLAY "ACCRPT LOG ENTRIES READ.........." LOG-READ-CNT.
            DISPLAY "ACCRPT ENTRIES IN MONTH.........." MONTH-CNT.
            DISPLAY "ACCRPT OPERATORS AND JOBS LISTED." LISTED-CNT.
            DISPLAY "ACCRPT FLAGGED FOR REVIEW........" FLAGGED-CNT.
            IF NOT-TALLIED-CNT > 0
               DISPLAY "ACCRPT NOT TALLIED, TABLE FULL..."
                       NOT-TALLIED-CNT
               IF RETURN-CODE < 4
                  MOVE 4 TO RETURN-CODE
               END-IF.

       FIN-REL.
            CLOSE ACC-FILE.
            CLOSE MW-ENTREE.

       FIN-EXIT.
            EXIT PROGRAM.
            STOP RUN.

      * ------------------------------------------------------------
      * every operator on the profile file, with the states of all
      * their profiles; no profile file is no states assigned
      * ------------------------------------------------------------
       LOAD-PROFILES.
            OPEN INPUT PROF-FILE.
            IF OP-STATUS = "35"
               DISPLAY "ACCRPT NO OPERPROF - NO STATES ASSIGNED"
               GO TO E-LOAD-PROFILES.
            IF OP-STATUS NOT = "00"
               CALL "FSTATMSG" USING OP-STATUS, FS-REASON
               DISPLAY "ACCRPT OPERPROF OPEN FAILED"
               DISPLAY "IO-STATUS =" OP-STATUS " (" FS-REASON ")"
               MOVE 8 TO RETURN-CODE
               GO TO E-LOAD-PROFILES.
       READ-PROFILE.
            READ PROF-FILE NEXT RECORD
              AT END GO TO CLOSE-PROFILES
            END-READ.
            IF OP-STATUS NOT = "00"
               CALL "FSTATMSG" USING OP-STATUS, FS-REASON
               DISPLAY "ACCRPT OPERPROF READ FAILED"
               DISPLAY "IO-STATUS =" OP-STATUS " (" FS-REASON ")"
               MOVE 8 TO RETURN-CODE
               GO TO CLOSE-PROFILES.
            MOVE "O" TO FIND-TYPE.
            MOVE OP-OPERATOR TO FIND-WHO.
            PERFORM FIND-ENTRY THRU E-FIND-ENTRY.
            IF NOT ENTRY-FOUND
               GO TO READ-PROFILE.
            MOVE 1 TO PROF-I.
            PERFORM ADD-PROFILE-STATE THRU E-ADD-PROFILE-STATE
              UNTIL PROF-I > 10.
            GO TO READ-PROFILE.
       CLOSE-PROFILES.
            CLOSE PROF-FILE.
       E-LOAD-PROFILES.
            EXIT.

       ADD-PROFILE-STATE.
            IF OP-STATE (PROF-I) = SPACES
               GO TO E-ADD-PROFILE-STATE.
            MOVE OP-STATE (PROF-I) TO CUR-STATE.
            MOVE 0 TO STATE-SW.
            MOVE 1 TO ST-I.
            PERFORM CHECK-STATE THRU E-CHECK-STATE
              UNTIL ST-I > ENT-STATE-CNT (ENT-I) OR STATE-ASSIGNED.
            IF STATE-ASSIGNED
               OR ENT-STATE-CNT (ENT-I) NOT < ENT-STATE-MAX
               GO TO E-ADD-PROFILE-STATE.
            ADD 1 TO ENT-STATE-CNT (ENT-I).
            MOVE CUR-STATE TO ENT-STATE (ENT-I, ENT-STATE-CNT (ENT-I)).
       E-ADD-PROFILE-STATE.
            ADD 1 TO PROF-I.

      * ------------------------------------------------------------
      * the entry for FIND-TYPE/FIND-WHO, added when new; a full
      * table says so once and leaves ENTRY-FOUND off
      * ------------------------------------------------------------
       FIND-ENTRY.
            MOVE 0 TO ENT-SW.
            MOVE 1 TO ENT-I.
            PERFORM MATCH-ENTRY THRU E-MATCH-ENTRY
              UNTIL ENT-I > ENT-CNT OR ENTRY-FOUND.
            IF ENTRY-FOUND
               GO TO E-FIND-ENTRY.
            IF ENT-CNT NOT < ENT-MAX
               IF NOT TABLE-FULL
                  DISPLAY "ACCRPT MORE THAN " ENT-MAX
                          " OPERATORS AND JOBS - REST NOT TALLIED"
                  MOVE 1 TO TABLE-FULL-SW
               END-IF
               GO TO E-FIND-ENTRY.
            ADD 1 TO ENT-CNT.
            MOVE ENT-CNT   TO ENT-I.
            MOVE FIND-TYPE TO ENT-TYPE (ENT-I).
            MOVE FIND-WHO  TO ENT-WHO (ENT-I).
            MOVE 0 TO ENT-ACCESS-CNT (ENT-I) ENT-CUST-CNT (ENT-I)
                      ENT-OUT-CNT (ENT-I) ENT-LAST-IDENT (ENT-I)
                      ENT-STATE-CNT (ENT-I).
            MOVE 1 TO ENT-SW.
       E-FIND-ENTRY.
            EXIT.

       MATCH-ENTRY.
            IF ENT-TYPE (ENT-I) = FIND-TYPE
               AND ENT-WHO (ENT-I) = FIND-WHO
               MOVE 1 TO ENT-SW
               GO TO E-MATCH-ENTRY.
            ADD 1 TO ENT-I.
       E-MATCH-ENTRY.
            EXIT.

       CHECK-STATE.
            IF ENT-STATE (ENT-I, ST-I) = CUR-STATE
               MOVE 1 TO STATE-SW.
       E-CHECK-STATE.
            ADD 1 TO ST-I.

      * ------------------------------------------------------------
      * the master state of the customer in AC-CUSTIDENT, blank when
      * the customer is no longer on file
      * ------------------------------------------------------------
       CUSTOMER-STATE.
            IF AC-CUSTIDENT = CUR-IDENT AND CUR-IDENT NOT = 0
               GO TO E-CUSTOMER-STATE.
            MOVE AC-CUSTIDENT TO CUR-IDENT.
            MOVE SPACES TO CUR-STATE.
            MOVE AC-CUSTIDENT TO VS-CUSTIDENT.
            READ MW-ENTREE
            END-READ.
            IF IO-STATUS = "00"
               MOVE VS-CUSTSTATE TO CUR-STATE.
       E-CUSTOMER-STATE.
            EXIT.

       PRINT-ENTRY.
            IF ENT-ACCESS-CNT (ENT-I) = 0
               GO TO E-PRINT-ENTRY.
            IF ENT-OPERATOR (ENT-I)
               MOVE "OPER" TO RL-TYPE
            ELSE
               MOVE "JOB" TO RL-TYPE.
            MOVE ENT-WHO (ENT-I)        TO RL-WHO.
            MOVE ENT-ACCESS-CNT (ENT-I) TO RL-ACCESS.
            MOVE ENT-CUST-CNT (ENT-I)   TO RL-CUST.
            MOVE ENT-OUT-CNT (ENT-I)    TO RL-OUT.
            MOVE SPACES TO RL-FLAG1 RL-FLAG2.
            IF ENT-OPERATOR (ENT-I)
               AND ENT-CUST-CNT (ENT-I) > ACC-LIMIT
               MOVE "HIGH-VOLUME" TO RL-FLAG1.
            IF ENT-OUT-CNT (ENT-I) > 0
               MOVE "OUT-OF-STATE" TO RL-FLAG2.
            IF RL-FLAG1 NOT = SPACES OR RL-FLAG2 NOT = SPACES
               ADD 1 TO FLAGGED-CNT.
            DISPLAY RPT-LINE.
            ADD 1 TO LISTED-CNT.
       E-PRINT-ENTRY.
            ADD 1 TO ENT-I.
