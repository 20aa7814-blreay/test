        IDENTIFICATION DIVISION.
        PROGRAM-ID. CUST360.
        AUTHOR. TUXEDO DEVELOPMENT.
      **=============================================================**
      * Customer 360 inquiry, transaction C360: everything customer
      * services needs for one phone call about one VS-CUSTIDENT, on
      * one screen, read only:
      *   CUSTOMER     the ODCSF0 record
      *   STATUS       active / inactive (a PURGECUSTOMER candidate)
      *                / deceased; for a customer no longer on file,
      *                whether it was purged to the archive (and can
      *                be restored), deleted or erased, from the last
      *                change journal entry; an undeliverable
      *                address mark (returned mail, RTNMAIL); a
      *                death-notification match (DTHMATCH); and
      *                any legal hold on the HOLDREG registry, which
      *                blocks both purge and erasure
      *   CHANGES      the last five master changes (CUSTJRNL)
      *   HOUSEHOLD    the other members of the customer's household
      *                as of the last HOUSEHOLD run (CUSTHHLD, found
      *                through the ident path CUSTHHID)
      *   LETTERS      the last five GENLETTER letters (CUSTCORR)
      *   NOTES        the last three service notes (CUSTNOTE)
      * Conversational flow on the QBROWSE pattern: key a
      * VS-CUSTIDENT (or Q to quit), then
      *   M  maintain the customer - LINKs CUSTMNT with the ident;
      *      the inquiry is shown again when CUSTMNT is done
      *   N  the customer's notes in full, to read or add (CUSTNOTE)
      *   R  show the inquiry again
      *   Q  next customer
      * Nothing is changed here; changes go through CUSTMNT and its
      * own authority check and journal.
      *
      * Every customer shown is logged to the customer access log
      * (CUSTACCL, purpose IQ) with the signed-on user before the
      * record is sent; a customer whose access cannot be logged is
      * not shown, and nor is the rest of the inquiry.
      **=============================================================**
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        DATA DIVISION.
      **=============================================================**
        WORKING-STORAGE SECTION.
      **=============================================================**
      * subprogram definitions
        01  FILLER.
            03  DSPMSG PIC X(8) VALUE "DSPMSG".
            03  DSPERR PIC X(8) VALUE "DSPERR".
            03  LOG-TEXT PIC X(50) VALUE SPACES.
            03  LOG-ROUTINE PIC X(14) VALUE SPACES.

        01  FILLER.
            03  TP-STATUS PIC S9(8) COMP.
            03  TP-STATUS2 PIC S9(8) COMP.

        01  FILLER.
            03  WS-USERID PIC X(8) VALUE SPACES.
            03  WS-LEN PIC S9(4) COMP VALUE 0.
            03  WS-KEY PIC 9(06) VALUE 0.
            03  WS-MEMBER-KEY PIC 9(06) VALUE 0.
            03  WS-HH-ID PIC 9(08) VALUE 0.
            03  WS-COUNT-EDIT PIC ZZZ9.
            03  FILLER PIC X(1) VALUE '0'.
                88  INQUIRY-RUNNING VALUE '0'.
                88  INQUIRY-ENDED VALUE '1'.
            03  FILLER PIC X(1) VALUE 'N'.
                88  CUSTOMER-DONE VALUE 'Y'.
                88  CUSTOMER-OPEN VALUE 'N'.
            03  FILLER PIC X(1) VALUE 'N'.
                88  CUSTOMER-ON-FILE VALUE 'Y'.
                88  CUSTOMER-NOT-ON-FILE VALUE 'N'.
            03  FILLER PIC X(1) VALUE 'N'.
                88  BROWSE-DONE VALUE 'Y'.
                88  BROWSE-MORE VALUE 'N'.
            03  FILLER PIC X(1) VALUE 'N'.
                88  ACCESS-LOGGED VALUE 'Y'.
                88  ACCESS-PENDING VALUE 'N'.
            03  FILLER PIC X(1) VALUE 'N'.
                88  VIEW-WITHHELD VALUE 'Y'.
                88  VIEW-SHOWN VALUE 'N'.

        01  WS-INPUT PIC X(80).
        01  WS-LINE PIC X(80).

      * today, for the legal-hold release date
        01  FILLER.
            03  WS-ABSTIME PIC S9(15) COMP-3.
            03  WS-TODAY PIC 9(8).
            03  WS-NOW-DATE PIC 9(8).
            03  WS-NOW-TIME PIC 9(6).

      * the last journal entry of the customer, for the status of a
      * customer no longer on file
        01  FILLER.
            03  LAST-JRN-ACTION PIC X(1) VALUE SPACE.
                88  LAST-ADDED VALUE 'A'.
                88  LAST-CHANGED VALUE 'C'.
                88  LAST-DELETED VALUE 'D'.
                88  LAST-ERASED VALUE 'E'.
            03  LAST-JRN-PROGRAM PIC X(16) VALUE SPACES.
            03  LAST-JRN-DATE PIC 9(8) VALUE 0.

      * the most recent lines of a section: a browse runs oldest
      * first, so each new line pushes the oldest out once the
      * table is full
        01  FILLER.
            03  RL-MAX PIC S9(4) COMP VALUE 5.
            03  RL-CNT PIC S9(4) COMP VALUE 0.
            03  RL-TOTAL PIC S9(4) COMP VALUE 0.
            03  RL-I PIC S9(4) COMP VALUE 0.
            03  RL-LINE PIC X(80) OCCURS 5 TIMES.

      * household members shown before the rest are only counted
        01  FILLER.
            03  HH-SHOWN PIC S9(4) COMP VALUE 0.
            03  HH-MORE PIC S9(4) COMP VALUE 0.
            03  HH-MAX-SHOWN PIC S9(4) COMP VALUE 10.

      * a household member's master record, for the name
        01  MB-RECORD.
            03  MB-IDENT PIC X(6).
            03  MB-LNAME PIC X(30).
            03  MB-FNAME PIC X(20).
            03  FILLER PIC X(210).

      * the legal-hold registry record (the HOLDREG file HOLDSRV
      * keeps); a customer hold is type 'C' with the ident
        01  WS-HOLD-RECORD.
            03  HR-KEY.
                05  HR-TYPE PIC X.
                05  HR-ID PIC X(44).
            03  HR-MATTER PIC X(16).
            03  HR-PLACED-BY PIC X(8).
            03  HR-PLACED-DATE PIC 9(8).
            03  HR-RELEASE-DATE PIC 9(8).
            03  HR-RELEASED-BY PIC X(8).
            03  FILLER PIC X(35).

      * the customer handed to CUSTMNT and CUSTNOTE
        01  WS-LINK-COMMAREA.
            03  LC-CUSTIDENT PIC X(6).

        COPY ODCSF0B.

        COPY CUSTJRNL.

        COPY CUSTHHLD.

        COPY CUSTCORR.

        COPY CUSTNOTE.

      * the access log entry for a customer shown
        COPY CUSTACCL.

      **=============================================================**
        LINKAGE SECTION.
      **=============================================================**
        PROCEDURE DIVISION.
      **=============================================================**
        MAIN.
            PERFORM START-PROGRAM.
            PERFORM ONE-CUSTOMER THRU ONE-CUSTOMER-END
                UNTIL INQUIRY-ENDED.
            PERFORM EXIT-PROGRAM.

      **=============================================================**
        START-PROGRAM.
            MOVE "Started" TO LOG-TEXT.
            CALL DSPMSG USING
                DFHEIBLK
                DFHCOMMAREA
                LOG-TEXT.
            EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
            END-EXEC.
            EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-TODAY)
                RESP(TP-STATUS) RESP2(TP-STATUS2)
            END-EXEC.
            EXEC CICS ASSIGN
                USERID(WS-USERID)
                RESP(TP-STATUS) RESP2(TP-STATUS2)
            END-EXEC.

      **=============================================================**
        ONE-CUSTOMER.
            MOVE 'ENTER CUSTOMER IDENT (6 DIGITS) OR Q:' TO WS-LINE.
            PERFORM SEND-LINE.
            PERFORM RECEIVE-INPUT.
            IF INQUIRY-ENDED
                GO TO ONE-CUSTOMER-END
            END-IF.
            IF FUNCTION UPPER-CASE(WS-INPUT(1:1)) = 'Q'
                SET INQUIRY-ENDED TO TRUE
                GO TO ONE-CUSTOMER-END
            END-IF.
            IF WS-INPUT(1:6) NOT NUMERIC
                MOVE 'IDENT MUST BE 6 DIGITS' TO WS-LINE
                PERFORM SEND-LINE
                GO TO ONE-CUSTOMER-END
            END-IF.
            MOVE WS-INPUT(1:6) TO WS-KEY.
            PERFORM SHOW-INQUIRY THRU SHOW-INQUIRY-END.
            SET CUSTOMER-OPEN TO TRUE.
            PERFORM ONE-COMMAND THRU ONE-COMMAND-END
                UNTIL CUSTOMER-DONE OR INQUIRY-ENDED.
        ONE-CUSTOMER-END.
            EXIT.

      **=============================================================**
        ONE-COMMAND.
            MOVE 'M=MAINTAIN N=NOTES R=REFRESH Q=NEXT CUSTOMER:'
                TO WS-LINE.
            PERFORM SEND-LINE.
            PERFORM RECEIVE-INPUT.
            IF INQUIRY-ENDED
                GO TO ONE-COMMAND-END
            END-IF.
            EVALUATE FUNCTION UPPER-CASE(WS-INPUT(1:1))
              WHEN 'M'
                IF CUSTOMER-ON-FILE
                    PERFORM LINK-PROGRAM THRU LINK-PROGRAM-END
                    PERFORM SHOW-INQUIRY THRU SHOW-INQUIRY-END
                ELSE
                    MOVE 'CUSTOMER NOT ON FILE - NOTHING TO MAINTAIN'
                        TO WS-LINE
                    PERFORM SEND-LINE
                END-IF
              WHEN 'N'
                PERFORM LINK-PROGRAM THRU LINK-PROGRAM-END
              WHEN 'R'
                PERFORM SHOW-INQUIRY THRU SHOW-INQUIRY-END
              WHEN 'Q'
                SET CUSTOMER-DONE TO TRUE
              WHEN OTHER
                MOVE 'COMMAND NOT RECOGNIZED' TO WS-LINE
                PERFORM SEND-LINE
            END-EVALUATE.
        ONE-COMMAND-END.
            EXIT.

      **=============================================================**
      * M and N hand the customer to CUSTMNT or CUSTNOTE
      **=============================================================**
        LINK-PROGRAM.
            MOVE WS-KEY TO LC-CUSTIDENT.
            IF FUNCTION UPPER-CASE(WS-INPUT(1:1)) = 'M'
                EXEC CICS LINK
                    PROGRAM('CUSTMNT')
                    COMMAREA(WS-LINK-COMMAREA)
                    LENGTH(LENGTH OF WS-LINK-COMMAREA)
                    RESP(TP-STATUS) RESP2(TP-STATUS2)
                END-EXEC
            ELSE
                EXEC CICS LINK
                    PROGRAM('CUSTNOTE')
                    COMMAREA(WS-LINK-COMMAREA)
                    LENGTH(LENGTH OF WS-LINK-COMMAREA)
                    RESP(TP-STATUS) RESP2(TP-STATUS2)
                END-EXEC
            END-IF.
            IF TP-STATUS NOT = DFHRESP(NORMAL)
                MOVE "CICS LINK" TO LOG-ROUTINE
                CALL DSPERR USING
                    DFHEIBLK
                    DFHCOMMAREA
                    LOG-ROUTINE
                    TP-STATUS
                    TP-STATUS2
            END-IF.
            MOVE SPACES TO WS-LINE.
            STRING 'BACK TO CUSTOMER 360 FOR ' WS-KEY
                DELIMITED BY SIZE INTO WS-LINE.
            PERFORM SEND-LINE.
        LINK-PROGRAM-END.
            EXIT.

      **=============================================================**
      * the whole inquiry, section by section
      **=============================================================**
        SHOW-INQUIRY.
            SET VIEW-SHOWN TO TRUE.
            PERFORM SHOW-CUSTOMER THRU SHOW-CUSTOMER-END.
            IF VIEW-WITHHELD
                GO TO SHOW-INQUIRY-END
            END-IF.
            PERFORM SHOW-CHANGES THRU SHOW-CHANGES-END.
            PERFORM SHOW-STATUS THRU SHOW-STATUS-END.
            PERFORM SHOW-HOUSEHOLD THRU SHOW-HOUSEHOLD-END.
            PERFORM SHOW-LETTERS THRU SHOW-LETTERS-END.
            PERFORM SHOW-NOTES THRU SHOW-NOTES-END.
        SHOW-INQUIRY-END.
            EXIT.

      **=============================================================**
        SHOW-CUSTOMER.
            SET CUSTOMER-NOT-ON-FILE TO TRUE.
            MOVE SPACES TO WS-LINE.
            STRING '==== CUSTOMER ' WS-KEY ' ===='
                DELIMITED BY SIZE INTO WS-LINE.
            PERFORM SEND-LINE.
            EXEC CICS READ FILE('ODCSF0')
                INTO(VS-ODCSF0-RECORD)
                RIDFLD(WS-KEY)
                RESP(TP-STATUS) RESP2(TP-STATUS2)
            END-EXEC.
            IF TP-STATUS = DFHRESP(NOTFND)
                MOVE 'NOT ON THE CUSTOMER MASTER' TO WS-LINE
                PERFORM SEND-LINE
                GO TO SHOW-CUSTOMER-END
            END-IF.
            IF TP-STATUS NOT = DFHRESP(NORMAL)
                MOVE "CICS READ" TO LOG-ROUTINE
                CALL DSPERR USING
                    DFHEIBLK
                    DFHCOMMAREA
                    LOG-ROUTINE
                    TP-STATUS
                    TP-STATUS2
                GO TO SHOW-CUSTOMER-END
            END-IF.
            PERFORM ACCESS-SAVE THRU ACCESS-SAVE-END.
            IF ACCESS-PENDING
                MOVE 'ACCESS LOG UNAVAILABLE - CUSTOMER NOT SHOWN'
                    TO WS-LINE
                PERFORM SEND-LINE
                SET VIEW-WITHHELD TO TRUE
                GO TO SHOW-CUSTOMER-END
            END-IF.
            SET CUSTOMER-ON-FILE TO TRUE.
            MOVE SPACES TO WS-LINE.
            STRING 'NAME......' VS-CUSTLNAME ' ' VS-CUSTFNAME
                DELIMITED BY SIZE INTO WS-LINE.
            PERFORM SEND-LINE.
            MOVE SPACES TO WS-LINE.
            STRING 'ADDR......' VS-CUSTADDRS
                DELIMITED BY SIZE INTO WS-LINE.
            PERFORM SEND-LINE.
            MOVE SPACES TO WS-LINE.
            STRING 'CITY......' VS-CUSTCITY
                '  STATE ' VS-CUSTSTATE
                '  POSTAL ' VS-CUSTPOSTAL
                DELIMITED BY SIZE INTO WS-LINE.
            PERFORM SEND-LINE.
            MOVE SPACES TO WS-LINE.
            STRING 'PHONE.....' VS-CUSTPHONE
                '  EMAIL ' VS-CUSTEMAIL
                DELIMITED BY SIZE INTO WS-LINE.
            PERFORM SEND-LINE.
            MOVE SPACES TO WS-LINE.
            STRING 'BDATE.....' VS-CUSTBDATE
                '  ADDED ' VS-CUSTADDDATE
                DELIMITED BY SIZE INTO WS-LINE.
            PERFORM SEND-LINE.
        SHOW-CUSTOMER-END.
            EXIT.

      **=============================================================**
      * the access log entry for the customer just read: stamped
      * now, keyed by ident; an entry already carrying the same
      * stamp moves the sequence on.  ACCESS-PENDING still set on
      * return means no entry
      **=============================================================**
        ACCESS-SAVE.
            SET ACCESS-PENDING TO TRUE.
            EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
            END-EXEC.
            EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-NOW-DATE)
                TIME(WS-NOW-TIME)
                RESP(TP-STATUS) RESP2(TP-STATUS2)
            END-EXEC.
            MOVE SPACES TO AC-RECORD.
            MOVE VS-CUSTIDENT TO AC-CUSTIDENT.
            MOVE WS-NOW-DATE TO AC-STAMP-DATE.
            COMPUTE AC-STAMP-TIME = WS-NOW-TIME * 100.
            MOVE 0 TO AC-SEQ.
            MOVE WS-USERID TO AC-OPERATOR.
            MOVE EIBTRNID TO AC-JOB.
            MOVE 'CUST360' TO AC-PROGRAM.
            SET AC-INQUIRY TO TRUE.
            MOVE DFHRESP(DUPREC) TO TP-STATUS.
            PERFORM ACCESS-WRITE THRU ACCESS-WRITE-END
                UNTIL ACCESS-LOGGED
                OR TP-STATUS NOT = DFHRESP(DUPREC)
                OR AC-SEQ = 9999.
        ACCESS-SAVE-END.
            EXIT.

        ACCESS-WRITE.
            EXEC CICS WRITE FILE('CUSTACCL')
                FROM(AC-RECORD)
                RIDFLD(AC-KEY)
                RESP(TP-STATUS) RESP2(TP-STATUS2)
            END-EXEC.
            IF TP-STATUS = DFHRESP(NORMAL)
                SET ACCESS-LOGGED TO TRUE
                GO TO ACCESS-WRITE-END
            END-IF.
            IF TP-STATUS = DFHRESP(DUPREC)
                ADD 1 TO AC-SEQ
                GO TO ACCESS-WRITE-END
            END-IF.
            MOVE "CICS WRITE ACC" TO LOG-ROUTINE.
            CALL DSPERR USING
                DFHEIBLK
                DFHCOMMAREA
                LOG-ROUTINE
                TP-STATUS
                TP-STATUS2.
        ACCESS-WRITE-END.
            EXIT.

      **=============================================================**
      * recent master changes; the last entry browsed is also what
      * the status section goes by for a customer no longer on file
      **=============================================================**
        SHOW-CHANGES.
            MOVE '==== RECENT CHANGES ====' TO WS-LINE.
            PERFORM SEND-LINE.
            MOVE 0 TO RL-CNT RL-TOTAL.
            MOVE SPACE TO LAST-JRN-ACTION.
            MOVE SPACES TO LAST-JRN-PROGRAM.
            MOVE 0 TO LAST-JRN-DATE.
            MOVE LOW-VALUES TO CJ-KEY.
            MOVE WS-KEY TO CJ-CUSTIDENT.
            EXEC CICS STARTBR FILE('CUSTJRNL')
                RIDFLD(CJ-KEY)
                GTEQ
                RESP(TP-STATUS) RESP2(TP-STATUS2)
            END-EXEC.
            IF TP-STATUS = DFHRESP(NORMAL)
                SET BROWSE-MORE TO TRUE
                PERFORM NEXT-CHANGE THRU NEXT-CHANGE-END
                    UNTIL BROWSE-DONE
                EXEC CICS ENDBR FILE('CUSTJRNL')
                    RESP(TP-STATUS) RESP2(TP-STATUS2)
                END-EXEC
            END-IF.
            IF RL-TOTAL = 0
                MOVE 'NO CHANGES JOURNALED' TO WS-LINE
                PERFORM SEND-LINE
            ELSE
                PERFORM SHOW-RECENT THRU SHOW-RECENT-END
            END-IF.
        SHOW-CHANGES-END.
            EXIT.

        NEXT-CHANGE.
            EXEC CICS READNEXT FILE('CUSTJRNL')
                INTO(CJ-RECORD)
                RIDFLD(CJ-KEY)
                RESP(TP-STATUS) RESP2(TP-STATUS2)
            END-EXEC.
            IF TP-STATUS NOT = DFHRESP(NORMAL)
                OR CJ-CUSTIDENT NOT = WS-KEY
                SET BROWSE-DONE TO TRUE
                GO TO NEXT-CHANGE-END
            END-IF.
            MOVE CJ-ACTION TO LAST-JRN-ACTION.
            MOVE CJ-PROGRAM TO LAST-JRN-PROGRAM.
            MOVE CJ-STAMP-DATE TO LAST-JRN-DATE.
            MOVE SPACES TO WS-LINE.
            STRING CJ-STAMP-DATE ' ' CJ-STAMP-TIME(1:6) '  '
                DELIMITED BY SIZE INTO WS-LINE.
            EVALUATE TRUE
              WHEN CJ-ADDED
                MOVE 'ADDED  ' TO WS-LINE(18:7)
              WHEN CJ-CHANGED
                MOVE 'CHANGED' TO WS-LINE(18:7)
              WHEN CJ-DELETED
                MOVE 'DELETED' TO WS-LINE(18:7)
              WHEN CJ-ERASED
                MOVE 'ERASED ' TO WS-LINE(18:7)
              WHEN OTHER
                MOVE CJ-ACTION TO WS-LINE(18:1)
            END-EVALUATE.
            MOVE 'BY' TO WS-LINE(27:2).
            MOVE CJ-PROGRAM TO WS-LINE(30:16).
            MOVE CJ-OPERATOR TO WS-LINE(47:8).
            PERFORM KEEP-RECENT THRU KEEP-RECENT-END.
        NEXT-CHANGE-END.
            EXIT.

      **=============================================================**
      * master status and purge / erasure standing, then legal hold
      **=============================================================**
        SHOW-STATUS.
            MOVE '==== STATUS ====' TO WS-LINE.
            PERFORM SEND-LINE.
            MOVE SPACES TO WS-LINE.
            IF CUSTOMER-ON-FILE
                EVALUATE TRUE
                  WHEN VS-CUST-ACTIVE
                    MOVE 'ACTIVE' TO WS-LINE
                  WHEN VS-CUST-INACTIVE
                    MOVE 'INACTIVE - A PURGECUSTOMER CANDIDATE'
                        TO WS-LINE
                  WHEN VS-CUST-DECEASED
                    MOVE 'DECEASED - A PURGECUSTOMER CANDIDATE'
                        TO WS-LINE
                  WHEN OTHER
                    STRING 'STATUS <' VS-CUSTSTATUS '> NOT KNOWN'
                        DELIMITED BY SIZE INTO WS-LINE
                END-EVALUATE
            ELSE
                EVALUATE TRUE
                  WHEN LAST-ERASED
                    STRING 'ERASED ' LAST-JRN-DATE
                           ' - NO CONTENTS RETAINED ANYWHERE'
                        DELIMITED BY SIZE INTO WS-LINE
                  WHEN LAST-DELETED
                       AND LAST-JRN-PROGRAM = 'PURGECUSTOMER'
                    STRING 'PURGED ' LAST-JRN-DATE
                           ' - IN THE ARCHIVE, RESTORECUSTOMER'
                           ' CAN RESTORE'
                        DELIMITED BY SIZE INTO WS-LINE
                  WHEN LAST-DELETED
                    STRING 'DELETED ' LAST-JRN-DATE ' BY '
                           LAST-JRN-PROGRAM
                        DELIMITED BY SIZE INTO WS-LINE
                  WHEN OTHER
                    MOVE 'NO RECORD OF THIS CUSTOMER' TO WS-LINE
                END-EVALUATE
            END-IF.
            PERFORM SEND-LINE.
            IF CUSTOMER-ON-FILE AND VS-CUST-UNDELIVERABLE
                MOVE SPACES TO WS-LINE
                STRING 'ADDRESS UNDELIVERABLE - MAIL RETURNED '
                       VS-CUSTRTNDATE ' REASON ' VS-CUSTRTNRSN
                    DELIMITED BY SIZE INTO WS-LINE
                PERFORM SEND-LINE
            END-IF.
            IF CUSTOMER-ON-FILE AND VS-CUST-DEATH-REVIEW
                MOVE SPACES TO WS-LINE
                STRING 'POSSIBLE DEATH-NOTIFICATION MATCH, DIED '
                       VS-CUSTDTHDATE ' - UNDER REVIEW, NOT MAILED'
                    DELIMITED BY SIZE INTO WS-LINE
                PERFORM SEND-LINE
            END-IF.
            IF CUSTOMER-ON-FILE AND VS-CUST-DEATH-MATCHED
                MOVE SPACES TO WS-LINE
                STRING 'DEATH NOTIFIED, DIED ' VS-CUSTDTHDATE
                       ' (MATCH SCORE ' VS-CUSTDTHSCORE ')'
                    DELIMITED BY SIZE INTO WS-LINE
                PERFORM SEND-LINE
            END-IF.
            MOVE SPACES TO WS-HOLD-RECORD.
            MOVE 'C' TO HR-TYPE.
            MOVE WS-KEY TO HR-ID.
            EXEC CICS READ FILE('HOLDREG')
                INTO(WS-HOLD-RECORD)
                RIDFLD(HR-KEY)
                RESP(TP-STATUS) RESP2(TP-STATUS2)
            END-EXEC.
            IF TP-STATUS = DFHRESP(NOTFND)
                GO TO SHOW-STATUS-END
            END-IF.
            IF TP-STATUS NOT = DFHRESP(NORMAL)
                MOVE 'LEGAL HOLD REGISTRY UNAVAILABLE' TO WS-LINE
                PERFORM SEND-LINE
                GO TO SHOW-STATUS-END
            END-IF.
      *     a hold whose release date has come no longer holds
            IF HR-RELEASE-DATE NOT = 0
                AND HR-RELEASE-DATE NOT > WS-TODAY
                GO TO SHOW-STATUS-END
            END-IF.
            MOVE SPACES TO WS-LINE.
            STRING 'UNDER LEGAL HOLD, MATTER ' HR-MATTER
                   ' - NOT TO BE PURGED OR ERASED'
                DELIMITED BY SIZE INTO WS-LINE.
            PERFORM SEND-LINE.
        SHOW-STATUS-END.
            EXIT.

      **=============================================================**
      * household: the customer's household id by the ident path,
      * then every member by the household key
      **=============================================================**
        SHOW-HOUSEHOLD.
            MOVE '==== HOUSEHOLD ====' TO WS-LINE.
            PERFORM SEND-LINE.
            EXEC CICS READ FILE('CUSTHHID')
                INTO(HX-RECORD)
                RIDFLD(WS-KEY)
                RESP(TP-STATUS) RESP2(TP-STATUS2)
            END-EXEC.
            IF TP-STATUS NOT = DFHRESP(NORMAL)
                MOVE 'NOT IN A HOUSEHOLD AS OF THE LAST HOUSEHOLD RUN'
                    TO WS-LINE
                PERFORM SEND-LINE
                GO TO SHOW-HOUSEHOLD-END
            END-IF.
            MOVE 0 TO HH-SHOWN HH-MORE.
            MOVE SPACES TO WS-LINE.
            STRING 'HOUSEHOLD ' HX-HH-ID
                DELIMITED BY SIZE INTO WS-LINE.
            IF HX-MAILING-CONTACT
                MOVE '(THIS CUSTOMER IS THE MAILING CONTACT)'
                    TO WS-LINE(21:38)
            END-IF.
            PERFORM SEND-LINE.
            MOVE 0 TO HX-CUSTIDENT.
            EXEC CICS STARTBR FILE('CUSTHHLD')
                RIDFLD(HX-KEY)
                GTEQ
                RESP(TP-STATUS) RESP2(TP-STATUS2)
            END-EXEC.
            IF TP-STATUS NOT = DFHRESP(NORMAL)
                GO TO SHOW-HOUSEHOLD-END
            END-IF.
            MOVE HX-HH-ID TO WS-HH-ID.
            SET BROWSE-MORE TO TRUE.
            PERFORM NEXT-MEMBER THRU NEXT-MEMBER-END
                UNTIL BROWSE-DONE.
            EXEC CICS ENDBR FILE('CUSTHHLD')
                RESP(TP-STATUS) RESP2(TP-STATUS2)
            END-EXEC.
            IF HH-SHOWN = 0
                MOVE 'NO OTHER MEMBERS' TO WS-LINE
                PERFORM SEND-LINE
            END-IF.
            IF HH-MORE > 0
                MOVE HH-MORE TO WS-COUNT-EDIT
                MOVE SPACES TO WS-LINE
                STRING 'AND ' WS-COUNT-EDIT ' MORE MEMBERS'
                    DELIMITED BY SIZE INTO WS-LINE
                PERFORM SEND-LINE
            END-IF.
        SHOW-HOUSEHOLD-END.
            EXIT.

        NEXT-MEMBER.
            EXEC CICS READNEXT FILE('CUSTHHLD')
                INTO(HX-RECORD)
                RIDFLD(HX-KEY)
                RESP(TP-STATUS) RESP2(TP-STATUS2)
            END-EXEC.
            IF TP-STATUS NOT = DFHRESP(NORMAL)
                OR HX-HH-ID NOT = WS-HH-ID
                SET BROWSE-DONE TO TRUE
                GO TO NEXT-MEMBER-END
            END-IF.
            IF HX-CUSTIDENT = WS-KEY
                GO TO NEXT-MEMBER-END
            END-IF.
            IF HH-SHOWN NOT < HH-MAX-SHOWN
                ADD 1 TO HH-MORE
                GO TO NEXT-MEMBER-END
            END-IF.
            ADD 1 TO HH-SHOWN.
            MOVE HX-CUSTIDENT TO WS-MEMBER-KEY.
            MOVE SPACES TO MB-RECORD.
            EXEC CICS READ FILE('ODCSF0')
                INTO(MB-RECORD)
                RIDFLD(WS-MEMBER-KEY)
                RESP(TP-STATUS) RESP2(TP-STATUS2)
            END-EXEC.
            IF TP-STATUS NOT = DFHRESP(NORMAL)
                MOVE '(NO LONGER ON FILE)' TO MB-LNAME
            END-IF.
            MOVE SPACES TO WS-LINE.
            STRING 'MEMBER ' HX-CUSTIDENT '  ' MB-LNAME ' ' MB-FNAME
                DELIMITED BY SIZE INTO WS-LINE.
            IF HX-MAILING-CONTACT
                MOVE 'CONTACT' TO WS-LINE(73:7)
            END-IF.
            PERFORM SEND-LINE.
        NEXT-MEMBER-END.
            EXIT.

      **=============================================================**
      * recent correspondence
      **=============================================================**
        SHOW-LETTERS.
            MOVE '==== RECENT LETTERS ====' TO WS-LINE.
            PERFORM SEND-LINE.
            MOVE 0 TO RL-CNT RL-TOTAL.
            MOVE LOW-VALUES TO CR-KEY.
            MOVE WS-KEY TO CR-CUSTIDENT.
            EXEC CICS STARTBR FILE('CUSTCORR')
                RIDFLD(CR-KEY)
                GTEQ
                RESP(TP-STATUS) RESP2(TP-STATUS2)
            END-EXEC.
            IF TP-STATUS = DFHRESP(NORMAL)
                SET BROWSE-MORE TO TRUE
                PERFORM NEXT-LETTER THRU NEXT-LETTER-END
                    UNTIL BROWSE-DONE
                EXEC CICS ENDBR FILE('CUSTCORR')
                    RESP(TP-STATUS) RESP2(TP-STATUS2)
                END-EXEC
            END-IF.
            IF RL-TOTAL = 0
                MOVE 'NO LETTERS SENT' TO WS-LINE
                PERFORM SEND-LINE
            ELSE
                PERFORM SHOW-RECENT THRU SHOW-RECENT-END
            END-IF.
        SHOW-LETTERS-END.
            EXIT.

        NEXT-LETTER.
            EXEC CICS READNEXT FILE('CUSTCORR')
                INTO(CR-RECORD)
                RIDFLD(CR-KEY)
                RESP(TP-STATUS) RESP2(TP-STATUS2)
            END-EXEC.
            IF TP-STATUS NOT = DFHRESP(NORMAL)
                OR CR-CUSTIDENT NOT = WS-KEY
                SET BROWSE-DONE TO TRUE
                GO TO NEXT-LETTER-END
            END-IF.
            MOVE SPACES TO WS-LINE.
            STRING CR-SENT-DATE ' ' CR-SENT-TIME(1:6) '  LETTER '
                   CR-LETTER-ID ' JOB ' CR-JOB
                DELIMITED BY SIZE INTO WS-LINE.
            PERFORM KEEP-RECENT THRU KEEP-RECENT-END.
        NEXT-LETTER-END.
            EXIT.

      **=============================================================**
      * the latest service notes, one line each; N shows them all
      **=============================================================**
        SHOW-NOTES.
            MOVE '==== RECENT NOTES (N FOR ALL) ====' TO WS-LINE.
            PERFORM SEND-LINE.
            MOVE 3 TO RL-MAX.
            MOVE 0 TO RL-CNT RL-TOTAL.
            MOVE LOW-VALUES TO CN-KEY.
            MOVE WS-KEY TO CN-CUSTIDENT.
            EXEC CICS STARTBR FILE('CUSTNOTE')
                RIDFLD(CN-KEY)
                GTEQ
                RESP(TP-STATUS) RESP2(TP-STATUS2)
            END-EXEC.
            IF TP-STATUS = DFHRESP(NORMAL)
                SET BROWSE-MORE TO TRUE
                PERFORM NEXT-NOTE THRU NEXT-NOTE-END
                    UNTIL BROWSE-DONE
                EXEC CICS ENDBR FILE('CUSTNOTE')
                    RESP(TP-STATUS) RESP2(TP-STATUS2)
                END-EXEC
            END-IF.
            IF RL-TOTAL = 0
                MOVE 'NO NOTES' TO WS-LINE
                PERFORM SEND-LINE
            ELSE
                PERFORM SHOW-RECENT THRU SHOW-RECENT-END
            END-IF.
            MOVE 5 TO RL-MAX.
        SHOW-NOTES-END.
            EXIT.

        NEXT-NOTE.
            EXEC CICS READNEXT FILE('CUSTNOTE')
                INTO(CN-RECORD)
                RIDFLD(CN-KEY)
                RESP(TP-STATUS) RESP2(TP-STATUS2)
            END-EXEC.
            IF TP-STATUS NOT = DFHRESP(NORMAL)
                OR CN-CUSTIDENT NOT = WS-KEY
                SET BROWSE-DONE TO TRUE
                GO TO NEXT-NOTE-END
            END-IF.
            MOVE SPACES TO WS-LINE.
            STRING CN-STAMP-DATE ' ' CN-TYPE ' ' CN-OPERATOR ' '
                   CN-TEXT(1:57)
                DELIMITED BY SIZE INTO WS-LINE.
            PERFORM KEEP-RECENT THRU KEEP-RECENT-END.
        NEXT-NOTE-END.
            EXIT.

      **=============================================================**
      * WS-LINE into the recent-lines table, oldest pushed out
      **=============================================================**
        KEEP-RECENT.
            ADD 1 TO RL-TOTAL.
            IF RL-CNT < RL-MAX
                ADD 1 TO RL-CNT
            ELSE
                MOVE 1 TO RL-I
                PERFORM SHIFT-RECENT THRU SHIFT-RECENT-END
                    UNTIL RL-I NOT < RL-MAX
            END-IF.
            MOVE WS-LINE TO RL-LINE(RL-CNT).
        KEEP-RECENT-END.
            EXIT.

        SHIFT-RECENT.
            MOVE RL-LINE(RL-I + 1) TO RL-LINE(RL-I).
            ADD 1 TO RL-I.
        SHIFT-RECENT-END.
            EXIT.

        SHOW-RECENT.
            IF RL-TOTAL > RL-CNT
                MOVE RL-TOTAL TO WS-COUNT-EDIT
                MOVE SPACES TO WS-LINE
                STRING '(LATEST OF ' WS-COUNT-EDIT ')'
                    DELIMITED BY SIZE INTO WS-LINE
                PERFORM SEND-LINE
            END-IF.
            MOVE 1 TO RL-I.
            PERFORM SHOW-ONE-RECENT THRU SHOW-ONE-RECENT-END
                UNTIL RL-I > RL-CNT.
        SHOW-RECENT-END.
            EXIT.

        SHOW-ONE-RECENT.
            MOVE RL-LINE(RL-I) TO WS-LINE.
            PERFORM SEND-LINE.
            ADD 1 TO RL-I.
        SHOW-ONE-RECENT-END.
            EXIT.

      **=============================================================**
        SEND-LINE.
            EXEC CICS SEND
                FROM(WS-LINE) LENGTH(LENGTH OF WS-LINE)
                RESP(TP-STATUS) RESP2(TP-STATUS2)
            END-EXEC.

      **=============================================================**
        RECEIVE-INPUT.
            MOVE SPACES TO WS-INPUT.
            MOVE LENGTH OF WS-INPUT TO WS-LEN.
            EXEC CICS RECEIVE
                INTO(WS-INPUT)
                LENGTH(WS-LEN)
                RESP(TP-STATUS) RESP2(TP-STATUS2)
            END-EXEC.
            IF TP-STATUS NOT = DFHRESP(NORMAL)
                SET INQUIRY-ENDED TO TRUE
            END-IF.

      **=============================================================**
        EXIT-PROGRAM.
            MOVE "Ended" TO LOG-TEXT.
            CALL DSPMSG USING
                DFHEIBLK
                DFHCOMMAREA
                LOG-TEXT.
            EXEC CICS RETURN END-EXEC.
