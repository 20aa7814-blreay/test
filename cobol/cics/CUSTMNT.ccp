      * so a correction keyed by customer services posts now instead
      * of waiting for the overnight UPDCUSTOMER batch.
      *
      * Conversational flow on the QBROWSE pattern (LINKed from the
      * CUST360 inquiry with a VS-CUSTIDENT as the COMMAREA, the
      * ident prompt is skipped and S or C returns there):
      *   - the operator keys a VS-CUSTIDENT (or Q to quit)
      *   - the record is read and shown field by field
      *   - field commands change a working copy:
      *       LNAME / FNAME / ADDR / CITY / STATE / BDATE / EMAIL /
      *       PHONE / POSTAL / STATUS  followed by the new value
      *     then S saves, C cancels, D redisplays
      *   - NOTES opens the customer's service notes (CUSTNOTE,
      *     LINKed with the VS-CUSTIDENT); Q there comes back here
      *     with the working copy as it was
      *   - ADDRESS opens the customer's other addresses (CUSTADR,
      *     the CUSTADDR file, LINKed the same way)
      *   - S re-reads the record with UPDATE (record lock held only
      *     across the rewrite), applies the changed fields and
      *     REWRITEs
      *   - a returned-mail mark (RTNMAIL) on the master is kept
      *     while the address stays as it was; a save that changes
      *     the address lines or postal code clears it
      *   - a possible death-notification match (DTHMATCH) under
      *     review is shown; DTHCHECK CLEAR followed by S records
      *     that the customer is not the person notified, and a
      *     save with STATUS D confirms the match
      * The same field edits UPDCUSTOMER enforces in batch apply
      * here: birth date plausibility (century 19/20, month 01-12,
      * day 01-31), numeric phone, two non-blank state characters,
      * non-blank last name.  A failed edit leaves the field as it
      * was and says why.
      *
      * Every save is journaled to the customer change journal
      * (CUSTJRNL, the CUSTJRNL layout the batch maintenance writes
      * through CUSTJRN) with the record as read for update, the
      * record as rewritten, the transaction and the operator.  The
      * journal write is part of the same unit of work: if it fails
      * the rewrite is rolled back and the operator told the change
      * was not saved.
      *
      * Every customer fetched for display is logged to the customer
      * access log (CUSTACCL, purpose MT) with the operator and the
      * transaction before it is shown; a customer whose access
      * cannot be logged is not shown.
      **=============================================================**
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
            03  FILLER PIC X(1) VALUE 'N'.
                88  EDIT-FAILED VALUE 'Y'.
                88  EDIT-OK VALUE 'N'.
            03  FILLER PIC X(1) VALUE 'N'.
                88  JOURNAL-DONE VALUE 'Y'.
                88  JOURNAL-PENDING VALUE 'N'.
            03  FILLER PIC X(1) VALUE 'N'.
                88  RTN-MARK-CLEARED VALUE 'Y'.
                88  RTN-MARK-KEPT VALUE 'N'.
            03  FILLER PIC X(1) VALUE 'N'.
                88  DTH-CLEAR-ASKED VALUE 'Y'.
                88  DTH-CLEAR-NOT-ASKED VALUE 'N'.
            03  FILLER PIC X(1) VALUE 'N'.
                88  ACCESS-LOGGED VALUE 'Y'.
                88  ACCESS-PENDING VALUE 'N'.

        01  WS-INPUT PIC X(80).
        01  WS-LINE PIC X(80).
            03  IN-FIELD PIC X(8).
            03  IN-VALUE PIC X(60).

      * the customer handed to the CUSTNOTE notes and CUSTADR
      * addresses transactions
        01  WS-NOTE-COMMAREA.
            03  NC-CUSTIDENT PIC X(6).

      * the working copy the operator edits; the file record is only
      * touched at save time, under the READ UPDATE lock
        01  WK-CUST-RECORD.
            05 WK-CUSTPOSTAL          PIC X(009).
            05 WK-CUSTSTATUS          PIC X(001).
            05 WK-CUSTADDDATE         PIC X(008).
            05 WK-CUSTRTNFLAG         PIC X(001).
            05 WK-CUSTRTNDATE         PIC X(008).
            05 WK-CUSTRTNRSN          PIC X(002).
            05 WK-CUSTDTHFLAG         PIC X(001).
            05 WK-CUSTDTHDATE         PIC X(008).
            05 WK-CUSTDTHSCORE        PIC X(003).
            05 WK-FILLER              PIC X(059).

        COPY ODCSF0B.

      * the change journal entry for a save
        COPY CUSTJRNL.

      * the access log entry for a customer fetched for display
        COPY CUSTACCL.

      **=============================================================**
      * batch quiesce flag: the reserved ident-000000 record the
      * batch maintenance jobs hold in the customer file itself

      **=============================================================**
        LINKAGE SECTION.
      **=============================================================**
        01  DFHCOMMAREA.
            03  CA-CUSTIDENT PIC X(6).

      **=============================================================**
        PROCEDURE DIVISION.
      **=============================================================**
        MAIN.
            PERFORM START-PROGRAM.
            IF EIBCALEN > 0
                MOVE CA-CUSTIDENT TO WS-KEY
                PERFORM MAINTAIN-CUSTOMER THRU MAINTAIN-CUSTOMER-END
            ELSE
                PERFORM ONE-CUSTOMER THRU ONE-CUSTOMER-END
                    UNTIL MAINT-ENDED
            END-IF.
            PERFORM EXIT-PROGRAM.

      **=============================================================**
                GO TO ONE-CUSTOMER-END
            END-IF.
            MOVE WS-INPUT(1:6) TO WS-KEY.
            PERFORM MAINTAIN-CUSTOMER THRU MAINTAIN-CUSTOMER-END.
        ONE-CUSTOMER-END.
            EXIT.

      **=============================================================**
      * the customer in WS-KEY, keyed here or handed over by LINK
      **=============================================================**
        MAINTAIN-CUSTOMER.
            PERFORM QUIESCE-GUARD THRU QUIESCE-GUARD-END.
            IF MASTER-QUIESCED
                MOVE SPACES TO WS-LINE
                       ' - TRY LATER'
                    DELIMITED BY SIZE INTO WS-LINE
                PERFORM SEND-LINE
                GO TO MAINTAIN-CUSTOMER-END
            END-IF.
            PERFORM FETCH-CUSTOMER THRU FETCH-CUSTOMER-END.
            IF NO-RECORD
                GO TO MAINTAIN-CUSTOMER-END
            END-IF.
            PERFORM SHOW-CUSTOMER THRU SHOW-CUSTOMER-END.
            SET FIELDS-CLEAN TO TRUE.
            SET DTH-CLEAR-NOT-ASKED TO TRUE.
            PERFORM ONE-FIELD-COMMAND THRU ONE-FIELD-COMMAND-END
                UNTIL NO-RECORD OR MAINT-ENDED.
        MAINTAIN-CUSTOMER-END.
            EXIT.

      **=============================================================**
                    TP-STATUS2
                GO TO FETCH-CUSTOMER-END
            END-IF.
            PERFORM ACCESS-SAVE THRU ACCESS-SAVE-END.
            IF ACCESS-PENDING
                MOVE 'ACCESS LOG UNAVAILABLE - CUSTOMER NOT SHOWN'
                    TO WS-LINE
                PERFORM SEND-LINE
                GO TO FETCH-CUSTOMER-END
            END-IF.
            MOVE VS-ODCSF0-RECORD TO WK-CUST-RECORD.
            SET RECORD-HELD TO TRUE.
        FETCH-CUSTOMER-END.
                '  STATUS ' WK-CUSTSTATUS
                DELIMITED BY SIZE INTO WS-LINE.
            PERFORM SEND-LINE.
            IF WK-CUSTDTHFLAG = 'R'
                MOVE SPACES TO WS-LINE
                STRING 'DEATH.....POSSIBLE MATCH, DIED '
                    WK-CUSTDTHDATE ' SCORE ' WK-CUSTDTHSCORE
                    ' - UNDER REVIEW'
                    DELIMITED BY SIZE INTO WS-LINE
                PERFORM SEND-LINE
            END-IF.
            IF WK-CUSTRTNFLAG = 'U'
                MOVE SPACES TO WS-LINE
                STRING 'MAIL......UNDELIVERABLE, RETURNED '
                    WK-CUSTRTNDATE ' REASON ' WK-CUSTRTNRSN
                    DELIMITED BY SIZE INTO WS-LINE
                PERFORM SEND-LINE
            END-IF.
            MOVE SPACES TO WS-LINE.
            STRING 'EMAIL.....' WK-CUSTEMAIL
                DELIMITED BY SIZE INTO WS-LINE.
      * one field command: FIELD VALUE, or S save, C cancel, D show
      **=============================================================**
        ONE-FIELD-COMMAND.
            MOVE 'FIELD VALUE, S=SAVE C=CANCEL D=DISPLAY NOTES ADDRESS:'
                TO WS-LINE.
            PERFORM SEND-LINE.
            PERFORM RECEIVE-INPUT.
                SET NO-RECORD TO TRUE
              WHEN 'D'
                PERFORM SHOW-CUSTOMER THRU SHOW-CUSTOMER-END
              WHEN 'NOTES'
                PERFORM LINK-NOTES THRU LINK-NOTES-END
              WHEN 'ADDRESS'
                PERFORM LINK-NOTES THRU LINK-NOTES-END
              WHEN 'LNAME'
                MOVE IN-VALUE(1:30) TO WK-CUSTLNAME
                SET FIELDS-CHANGED TO TRUE
              WHEN 'STATUS'
                MOVE IN-VALUE(1:1) TO WK-CUSTSTATUS
                SET FIELDS-CHANGED TO TRUE
              WHEN 'DTHCHECK'
                PERFORM ASK-DTH-CLEAR THRU ASK-DTH-CLEAR-END
              WHEN OTHER
                MOVE 'FIELD NOT RECOGNIZED' TO WS-LINE
                PERFORM SEND-LINE
        ONE-FIELD-COMMAND-END.
            EXIT.

      **=============================================================**
      * a death-match review settled as not this customer; applied
      * at save time
      **=============================================================**
        ASK-DTH-CLEAR.
            IF WK-CUSTDTHFLAG NOT = 'R'
                MOVE 'NO DEATH-MATCH REVIEW IS PENDING' TO WS-LINE
                PERFORM SEND-LINE
                GO TO ASK-DTH-CLEAR-END
            END-IF.
            IF FUNCTION UPPER-CASE(IN-VALUE(1:5)) NOT = 'CLEAR'
                MOVE 'DTHCHECK CLEAR - NOT THE PERSON NOTIFIED'
                    TO WS-LINE
                PERFORM SEND-LINE
                GO TO ASK-DTH-CLEAR-END
            END-IF.
            SET DTH-CLEAR-ASKED TO TRUE.
            SET FIELDS-CHANGED TO TRUE.
            MOVE 'REVIEW WILL BE CLEARED ON SAVE' TO WS-LINE.
            PERFORM SEND-LINE.
        ASK-DTH-CLEAR-END.
            EXIT.

      **=============================================================**
      * the customer's service notes (CUSTNOTE) or other addresses
      * (CUSTADR); the working copy here is untouched while they are
      * open
      **=============================================================**
        LINK-NOTES.
            MOVE WK-CUSTIDENT TO NC-CUSTIDENT.
            IF IN-FIELD = 'ADDRESS'
                EXEC CICS LINK
                    PROGRAM('CUSTADR')
                    COMMAREA(WS-NOTE-COMMAREA)
                    LENGTH(LENGTH OF WS-NOTE-COMMAREA)
                    RESP(TP-STATUS) RESP2(TP-STATUS2)
                END-EXEC
            ELSE
                EXEC CICS LINK
                    PROGRAM('CUSTNOTE')
                    COMMAREA(WS-NOTE-COMMAREA)
                    LENGTH(LENGTH OF WS-NOTE-COMMAREA)
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
                GO TO LINK-NOTES-END
            END-IF.
            MOVE SPACES TO WS-LINE.
            STRING 'BACK TO CUSTOMER ' WK-CUSTIDENT
                DELIMITED BY SIZE INTO WS-LINE.
            PERFORM SEND-LINE.
        LINK-NOTES-END.
            EXIT.

      **=============================================================**
      * the UPDCUSTOMER field edits, applied to the working copy
      * before any rewrite
                SET NO-RECORD TO TRUE
                GO TO SAVE-CUSTOMER-END
            END-IF.
            MOVE VS-ODCSF0-RECORD TO CJ-BEFORE.
            PERFORM CARRY-RTN-MARK THRU CARRY-RTN-MARK-END.
            PERFORM CARRY-DTH-MARK THRU CARRY-DTH-MARK-END.
            MOVE WK-CUST-RECORD TO VS-ODCSF0-RECORD.
            EXEC CICS REWRITE FILE('ODCSF0')
                FROM(VS-ODCSF0-RECORD)
                SET NO-RECORD TO TRUE
                GO TO SAVE-CUSTOMER-END
            END-IF.
            PERFORM JOURNAL-SAVE THRU JOURNAL-SAVE-END.
            IF JOURNAL-PENDING
                EXEC CICS SYNCPOINT ROLLBACK
                    RESP(TP-STATUS) RESP2(TP-STATUS2)
                END-EXEC
                MOVE 'JOURNAL UNAVAILABLE - CHANGE NOT SAVED'
                    TO WS-LINE
                PERFORM SEND-LINE
                SET NO-RECORD TO TRUE
                GO TO SAVE-CUSTOMER-END
            END-IF.
            MOVE SPACES TO WS-LINE.
            STRING 'CUSTOMER ' WK-CUSTIDENT ' SAVED BY ' WS-USERID
                DELIMITED BY SIZE INTO WS-LINE.
            PERFORM SEND-LINE.
            IF RTN-MARK-CLEARED
                MOVE 'UNDELIVERABLE ADDRESS MARK CLEARED' TO WS-LINE
                PERFORM SEND-LINE
            END-IF.
            SET NO-RECORD TO TRUE.
        SAVE-CUSTOMER-END.
            EXIT.

      **=============================================================**
      * the returned-mail mark belongs to the address it was set on,
      * as the record stands under the lock: same lines and postal
      * code keep it, any other address clears it
      **=============================================================**
        CARRY-RTN-MARK.
            SET RTN-MARK-KEPT TO TRUE.
            IF WK-CUSTADDRS = VS-CUSTADDRS
                AND WK-CUSTCITY = VS-CUSTCITY
                AND WK-CUSTSTATE = VS-CUSTSTATE
                AND WK-CUSTPOSTAL = VS-CUSTPOSTAL
                MOVE VS-CUSTRTNFLAG TO WK-CUSTRTNFLAG
                MOVE VS-CUSTRTNDATE TO WK-CUSTRTNDATE
                MOVE VS-CUSTRTNRSN TO WK-CUSTRTNRSN
                GO TO CARRY-RTN-MARK-END
            END-IF.
            IF VS-CUST-UNDELIVERABLE
                SET RTN-MARK-CLEARED TO TRUE
            END-IF.
            MOVE SPACE TO WK-CUSTRTNFLAG.
            MOVE ZEROS TO WK-CUSTRTNDATE.
            MOVE SPACES TO WK-CUSTRTNRSN.
        CARRY-RTN-MARK-END.
            EXIT.

      **=============================================================**
      * the death-match state is DTHMATCH's, as the record stands
      * under the lock; the operator may only settle a review - not
      * the person notified (DTHCHECK CLEAR) or deceased (STATUS D)
      **=============================================================**
        CARRY-DTH-MARK.
            MOVE VS-CUSTDTHFLAG TO WK-CUSTDTHFLAG.
            MOVE VS-CUSTDTHDATE TO WK-CUSTDTHDATE.
            MOVE VS-CUSTDTHSCORE TO WK-CUSTDTHSCORE.
            IF NOT VS-CUST-DEATH-REVIEW
                GO TO CARRY-DTH-MARK-END
            END-IF.
            IF WK-CUSTSTATUS = 'D'
                MOVE 'M' TO WK-CUSTDTHFLAG
            ELSE
                IF DTH-CLEAR-ASKED
                    MOVE 'C' TO WK-CUSTDTHFLAG
                END-IF
            END-IF.
        CARRY-DTH-MARK-END.
            EXIT.

      **=============================================================**
      * the journal entry for a save: stamped now, keyed by ident;
      * an entry already carrying the same stamp moves the sequence
      * on.  JOURNAL-PENDING still set on return means no entry
      **=============================================================**
        JOURNAL-SAVE.
            SET JOURNAL-PENDING TO TRUE.
            EXEC CICS ASKTIME
                ABSTIME(QZ-ABSTIME)
            END-EXEC.
            EXEC CICS FORMATTIME
                ABSTIME(QZ-ABSTIME)
                YYYYMMDD(QZ-NOW-DATE)
                TIME(QZ-NOW-TIME)
                RESP(TP-STATUS) RESP2(TP-STATUS2)
            END-EXEC.
            MOVE SPACES TO CJ-PROGRAM CJ-JOB CJ-OPERATOR
                           CJ-AFTER CJ-FILLER.
            MOVE VS-CUSTIDENT TO CJ-CUSTIDENT.
            MOVE QZ-NOW-DATE TO CJ-STAMP-DATE.
            COMPUTE CJ-STAMP-TIME = QZ-NOW-TIME * 100.
            MOVE 0 TO CJ-SEQ.
            SET CJ-CHANGED TO TRUE.
            MOVE 'CUSTMNT' TO CJ-PROGRAM.
            MOVE EIBTRNID TO CJ-JOB.
            MOVE WS-USERID TO CJ-OPERATOR.
            MOVE VS-ODCSF0-RECORD TO CJ-AFTER.
            MOVE DFHRESP(DUPREC) TO TP-STATUS.
            PERFORM JOURNAL-WRITE THRU JOURNAL-WRITE-END
                UNTIL JOURNAL-DONE
                OR TP-STATUS NOT = DFHRESP(DUPREC)
                OR CJ-SEQ = 9999.
        JOURNAL-SAVE-END.
            EXIT.

        JOURNAL-WRITE.
            EXEC CICS WRITE FILE('CUSTJRNL')
                FROM(CJ-RECORD)
                RIDFLD(CJ-KEY)
                RESP(TP-STATUS) RESP2(TP-STATUS2)
            END-EXEC.
            IF TP-STATUS = DFHRESP(NORMAL)
                SET JOURNAL-DONE TO TRUE
                GO TO JOURNAL-WRITE-END
            END-IF.
            IF TP-STATUS = DFHRESP(DUPREC)
                ADD 1 TO CJ-SEQ
                GO TO JOURNAL-WRITE-END
            END-IF.
            MOVE "CICS WRITE JRN" TO LOG-ROUTINE.
            CALL DSPERR USING
                DFHEIBLK
                DFHCOMMAREA
                LOG-ROUTINE
                TP-STATUS
                TP-STATUS2.
        JOURNAL-WRITE-END.
            EXIT.

      **=============================================================**
      * the access log entry for the customer just read: stamped
      * now, keyed by ident like the journal, and committed at once
      * so a save rolled back later leaves it in place.
      * ACCESS-PENDING still set on return means no entry
      **=============================================================**
        ACCESS-SAVE.
            SET ACCESS-PENDING TO TRUE.
            EXEC CICS ASKTIME
                ABSTIME(QZ-ABSTIME)
            END-EXEC.
            EXEC CICS FORMATTIME
                ABSTIME(QZ-ABSTIME)
                YYYYMMDD(QZ-NOW-DATE)
                TIME(QZ-NOW-TIME)
                RESP(TP-STATUS) RESP2(TP-STATUS2)
            END-EXEC.
            MOVE SPACES TO AC-RECORD.
            MOVE VS-CUSTIDENT TO AC-CUSTIDENT.
            MOVE QZ-NOW-DATE TO AC-STAMP-DATE.
            COMPUTE AC-STAMP-TIME = QZ-NOW-TIME * 100.
            MOVE 0 TO AC-SEQ.
            MOVE WS-USERID TO AC-OPERATOR.
            MOVE EIBTRNID TO AC-JOB.
            MOVE 'CUSTMNT' TO AC-PROGRAM.
            SET AC-MAINTENANCE TO TRUE.
            MOVE DFHRESP(DUPREC) TO TP-STATUS.
            PERFORM ACCESS-WRITE THRU ACCESS-WRITE-END
                UNTIL ACCESS-LOGGED
                OR TP-STATUS NOT = DFHRESP(DUPREC)
                OR AC-SEQ = 9999.
            IF ACCESS-LOGGED
                EXEC CICS SYNCPOINT
                END-EXEC
            END-IF.
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
        PROFILE-CHECK.
            SET UPDATE-DENIED TO TRUE.
