        IDENTIFICATION DIVISION.
        PROGRAM-ID. FARSENT.
        AUTHOR. TUXEDO DEVELOPMENT.
      **=============================================================**
      * Online FARS transaction entry, the keying companion to
      * FARSINQ.  Client services keys a TC 01 (add), 02 (delete),
      * 03 (modify) or 04 (replace) against a record id, client and
      * sequence number instead of filling out a paper card form.
      *
      * Every field is prompted from the FDTVSAM copy of the FDT
      * (the FB2 fixed-fields card, key '000', then the record
      * type's own card, the same cards FARSINQ decodes with) and
      * edited character by character the way the batch
      * maintenance's 590-CHAR-EDIT does:
      *   A  - anything
      *   N  - every position numeric
      *   M  - every position numeric or blank
      *   S  - numeric, the last position may carry the overpunched
      *        sign
      *   P  - packed; cannot be keyed at a terminal, so an add or
      *        replace whose record type carries one must come in on
      *        a batch deck.  A modify leaves it unchanged.
      * On a TC 03 a blank answer means no change and an '*' blanks
      * the field out, exactly as on a keyed modify card.
      *
      * T-ORIGIN-USER is stamped from the signed-on operator and
      * T-DATE from today.  An accepted entry is written to the
      * FARSSTG staging file under the operator's id and a running
      * entry number; the nightly BDMS0244 extract turns the staged
      * entries into an inbound deck (with its sender control
      * record) for the BDMS0231 acceptance check.  Until that
      * extract - the cutoff - has taken an entry, its owner can
      * list it (L) and withdraw it (W nnnnnn).  An entry can only be
      * seen or withdrawn by the operator who keyed it.
      *
      * Staging is a destructive function: the operator needs an
      * update-authorized OPERPROF profile for transaction FENT, on
      * the same rules CUSTMNT applies for CMNT.
      *
      * Conversational flow on the QBROWSE pattern:
      *   <tc> <rec-id> <client> <seq>   e.g.  03 C ABC 100
      *   L              list my staged entries
      *   W nnnnnn       withdraw my staged entry nnnnnn
      *   Q              end
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
            03  WS-ABSTIME PIC S9(15) COMP-3.
            03  WS-TODAY PIC 9(8).
            03  WS-TODAY-MDY PIC X(6).
            03  WS-NOW-TIME PIC 9(6).
            03  WS-LIST-CNT PIC S9(4) COMP VALUE 0.
            03  WS-HIGH-ENTRY PIC 9(6) VALUE 0.
            03  FILLER PIC X(1) VALUE '0'.
                88  ENTERING VALUE '0'.
                88  ENTRY-ENDED VALUE '1'.
            03  FILLER PIC X(1) VALUE 'N'.
                88  ENTRY-ABANDONED VALUE 'Y'.
                88  ENTRY-GOING VALUE 'N'.
            03  FILLER PIC X(1) VALUE 'N'.
                88  FIELD-DONE VALUE 'Y'.
                88  FIELD-PENDING VALUE 'N'.
            03  FILLER PIC X(1) VALUE 'N'.
                88  EDIT-FAILED VALUE 'Y'.
                88  EDIT-OK VALUE 'N'.
            03  FILLER PIC X(1) VALUE 'N'.
                88  BROWSE-DONE VALUE 'Y'.
                88  BROWSE-MORE VALUE 'N'.
            03  FILLER PIC X(1) VALUE 'N'.
                88  LIST-MODE VALUE 'Y'.
                88  COUNT-MODE VALUE 'N'.

        01  WS-INPUT PIC X(80).
        01  WS-LINE PIC X(80).
      * the entry line parsed into blank-separated tokens
        01  FILLER.
            03  IN-TC PIC X(2).
            03  IN-RECID PIC X(1).
            03  IN-CLIENT PIC X(3).
            03  IN-SEQ PIC X(3).
        01  IN-WITHDRAW-NO PIC X(6).
        01  IN-WITHDRAW-9 REDEFINES IN-WITHDRAW-NO PIC 9(6).

      * the transaction card being built, in the SCLTRANS layout
      * BDMS0201 reads
        01  WS-TRANS.
            03  WT-REC-ID PIC X.
            03  WT-CLIENT PIC X(3).
            03  WT-TC PIC X(2).
                88  WT-ADD VALUE '01'.
                88  WT-DELETE VALUE '02'.
                88  WT-MODIFY VALUE '03'.
                88  WT-REPLACE VALUE '04'.
            03  WT-DATE PIC X(6).
            03  WT-SEQ-NUMBER PIC X(3).
            03  WT-ORIGIN-USER PIC X(8).
            03  FILLER PIC X(89).
            03  WT-SYSTEM-FLAGS PIC X(16).
        01  FILLER REDEFINES WS-TRANS.
            03  WT-CHAR PIC X OCCURS 128 TIMES.

      * one FDT card fetched from FDTVSAM: key then the card text
        01  WS-FDT-RECORD.
            03  FK-SEQ PIC X(3).
            03  FK-CARD.
                05  FC-FILE-ID PIC X.
                05  FC-SEQ-NUMB PIC X(3).
                05  FC-FIELD-NO PIC 99.
                05  FILLER PIC X(4).
                05  FC-FIELD-DEFNS OCCURS 14 TIMES.
                    07  FC-FORMAT PIC X.
                    07  FC-LOCATION PIC 99.
                    07  FC-LENGTH PIC 99.
        01  WS-FDT-KEY PIC X(3).
        01  FLD-IX PIC S9(4) COMP.
        01  FLD-LOC PIC S9(4) COMP.
        01  FLD-LEN PIC S9(4) COMP.
        01  FLD-CHAR-NO PIC S9(4) COMP.
        01  FLD-LABEL PIC X(5).
        01  FLD-NO-DISP PIC 99.
        01  FLD-LEN-DISP PIC 99.
        01  FLD-POS-DISP PIC 99.
        01  FLD-VALUE PIC X(60).
        01  FLD-VALUE-CHARS REDEFINES FLD-VALUE.
            03  FV-CHAR PIC X OCCURS 60 TIMES.
      * the 590-CHAR-EDIT overpunched-sign test on an S field's last
      * position
        01  FIELD-SIGN PIC X.
        01  SIGN-POSITION REDEFINES FIELD-SIGN PIC S9.

      * the FARSSTG staging record: operator + entry number key, the
      * entry's life (S staged, W withdrawn, X taken by the nightly
      * extract) and the 128-byte transaction card
        01  WS-STG-RECORD.
            03  SG-KEY.
                05  SG-OPERATOR PIC X(8).
                05  SG-ENTRY-NO PIC 9(6).
            03  SG-STATUS PIC X.
                88  SG-STAGED VALUE 'S'.
                88  SG-WITHDRAWN VALUE 'W'.
                88  SG-EXTRACTED VALUE 'X'.
            03  SG-STAGE-DATE PIC 9(8).
            03  SG-STAGE-TIME PIC 9(6).
            03  SG-EXTRACT-DATE PIC 9(8).
            03  SG-TRANS PIC X(128).
            03  FILLER PIC X(35).
        01  BR-KEY.
            03  BR-OPERATOR PIC X(8).
            03  BR-ENTRY-NO PIC 9(6).

      * operator profile record (the OPERPROF file the OPERPROF
      * batch maintenance governs); absence or 'N' denies staging,
      * an unreadable profile file allows with a logged warning
        01  WS-PROFILE.
            03  PR-KEY.
                05  PR-OPERATOR PIC X(8).
                05  PR-TRANID PIC X(4).
            03  PR-BROWSE PIC X.
            03  PR-UPDATE PIC X.
            03  FILLER PIC X(66).
        01  FILLER PIC X(1) VALUE 'N'.
            88  UPDATE-ALLOWED VALUE 'Y'.
            88  UPDATE-DENIED VALUE 'N'.

      **=============================================================**
        LINKAGE SECTION.
      **=============================================================**
        PROCEDURE DIVISION.
      **=============================================================**
        MAIN.
            PERFORM START-PROGRAM.
            PERFORM ONE-COMMAND THRU ONE-COMMAND-END
                UNTIL ENTRY-ENDED.
            PERFORM EXIT-PROGRAM.

      **=============================================================**
        START-PROGRAM.
            MOVE "Started" TO LOG-TEXT.
            CALL DSPMSG USING
                DFHEIBLK
                DFHCOMMAREA
                LOG-TEXT.
            EXEC CICS ASSIGN
                USERID(WS-USERID)
                RESP(TP-STATUS) RESP2(TP-STATUS2)
            END-EXEC.

      **=============================================================**
        ONE-COMMAND.
            MOVE 'TC REC-ID CLIENT SEQ (E.G. 03 C ABC 100), L, W N, Q:'
                TO WS-LINE.
            PERFORM SEND-LINE.
            PERFORM RECEIVE-INPUT.
            IF ENTRY-ENDED
                GO TO ONE-COMMAND-END
            END-IF.
            IF FUNCTION UPPER-CASE(WS-INPUT(1:1)) = 'Q'
               AND WS-INPUT(2:1) = SPACE
                SET ENTRY-ENDED TO TRUE
                GO TO ONE-COMMAND-END
            END-IF.
            IF FUNCTION UPPER-CASE(WS-INPUT(1:1)) = 'L'
               AND WS-INPUT(2:1) = SPACE
                SET LIST-MODE TO TRUE
                PERFORM BROWSE-MY-ENTRIES THRU BROWSE-MY-ENTRIES-END
                GO TO ONE-COMMAND-END
            END-IF.
            IF FUNCTION UPPER-CASE(WS-INPUT(1:1)) = 'W'
               AND WS-INPUT(2:1) = SPACE
                PERFORM WITHDRAW-ENTRY THRU WITHDRAW-ENTRY-END
                GO TO ONE-COMMAND-END
            END-IF.
            MOVE SPACES TO IN-TC IN-RECID IN-CLIENT IN-SEQ.
            UNSTRING WS-INPUT DELIMITED BY ALL ' '
                INTO IN-TC IN-RECID IN-CLIENT IN-SEQ.
            IF IN-TC NOT = '01' AND IN-TC NOT = '02'
               AND IN-TC NOT = '03' AND IN-TC NOT = '04'
                MOVE 'TC MUST BE 01, 02, 03 OR 04' TO WS-LINE
                PERFORM SEND-LINE
                GO TO ONE-COMMAND-END
            END-IF.
            IF IN-RECID = SPACE OR IN-CLIENT = SPACES
               OR IN-SEQ NOT NUMERIC
                MOVE 'NEED REC-ID, CLIENT AND A NUMERIC SEQ'
                    TO WS-LINE
                PERFORM SEND-LINE
                GO TO ONE-COMMAND-END
            END-IF.
            PERFORM PROFILE-CHECK THRU PROFILE-CHECK-END.
            IF UPDATE-DENIED
                MOVE SPACES TO WS-LINE
                STRING 'OPERATOR ' WS-USERID
                       ' IS NOT AUTHORIZED TO STAGE ENTRIES'
                    DELIMITED BY SIZE INTO WS-LINE
                PERFORM SEND-LINE
                GO TO ONE-COMMAND-END
            END-IF.
            PERFORM BUILD-ENTRY THRU BUILD-ENTRY-END.
            IF ENTRY-ABANDONED OR ENTRY-ENDED
                MOVE 'ENTRY ABANDONED - NOTHING STAGED' TO WS-LINE
                PERFORM SEND-LINE
                GO TO ONE-COMMAND-END
            END-IF.
            PERFORM STAGE-ENTRY THRU STAGE-ENTRY-END.
        ONE-COMMAND-END.
            EXIT.

      **=============================================================**
      * builds the transaction card: the key and stamps, then every
      * FDT field of the fixed card and the record type card
      **=============================================================**
        BUILD-ENTRY.
            SET ENTRY-GOING TO TRUE.
            PERFORM GET-TODAY.
            MOVE SPACES TO WS-TRANS.
            MOVE IN-RECID TO WT-REC-ID.
            MOVE IN-CLIENT TO WT-CLIENT.
            MOVE IN-TC TO WT-TC.
            MOVE WS-TODAY-MDY TO WT-DATE.
            MOVE IN-SEQ TO WT-SEQ-NUMBER.
            MOVE WS-USERID TO WT-ORIGIN-USER.
      *     a delete carries its key only
            IF WT-DELETE
                GO TO BUILD-ENTRY-END
            END-IF.
            IF WT-MODIFY
                MOVE 'BLANK = NO CHANGE, * = BLANK OUT, / = ABANDON'
                    TO WS-LINE
            ELSE
                MOVE 'KEY EVERY FIELD, / = ABANDON' TO WS-LINE
            END-IF.
            PERFORM SEND-LINE.
            MOVE '000' TO WS-FDT-KEY.
            MOVE 'FIXED' TO FLD-LABEL.
            PERFORM ENTER-CARD-FIELDS THRU ENTER-CARD-FIELDS-END.
            IF ENTRY-ABANDONED OR ENTRY-ENDED
                GO TO BUILD-ENTRY-END
            END-IF.
            MOVE IN-SEQ TO WS-FDT-KEY.
            MOVE 'RTYPE' TO FLD-LABEL.
            PERFORM ENTER-CARD-FIELDS THRU ENTER-CARD-FIELDS-END.
        BUILD-ENTRY-END.
            EXIT.

      **=============================================================**
      * fetches one FDT card from FDTVSAM and takes each of its
      * fields from the operator
      **=============================================================**
        ENTER-CARD-FIELDS.
            EXEC CICS READ FILE('FDTVSAM')
                INTO(WS-FDT-RECORD)
                RIDFLD(WS-FDT-KEY)
                RESP(TP-STATUS) RESP2(TP-STATUS2)
            END-EXEC.
            IF TP-STATUS = DFHRESP(NOTFND)
                MOVE SPACES TO WS-LINE
                STRING 'NO FDT CARD FOR ' FLD-LABEL ' '
                       WS-FDT-KEY ' - ENTRY CANNOT BE EDITED'
                    DELIMITED BY SIZE INTO WS-LINE
                PERFORM SEND-LINE
                SET ENTRY-ABANDONED TO TRUE
                GO TO ENTER-CARD-FIELDS-END
            END-IF.
            IF TP-STATUS NOT = DFHRESP(NORMAL)
                MOVE "CICS READ FDT" TO LOG-ROUTINE
                CALL DSPERR USING
                    DFHEIBLK
                    DFHCOMMAREA
                    LOG-ROUTINE
                    TP-STATUS
                    TP-STATUS2
                SET ENTRY-ABANDONED TO TRUE
                GO TO ENTER-CARD-FIELDS-END
            END-IF.
            MOVE 1 TO FLD-IX.
            PERFORM ENTER-ONE-FIELD THRU ENTER-ONE-FIELD-END
                UNTIL FLD-IX > 14
                   OR FC-FORMAT(FLD-IX) = SPACE
                   OR ENTRY-ABANDONED OR ENTRY-ENDED.
        ENTER-CARD-FIELDS-END.
            EXIT.

      **=============================================================**
      * one field: locate it by the field-number/+100 rule the batch
      * edits use, then prompt until the value passes its edit
      **=============================================================**
        ENTER-ONE-FIELD.
            IF FC-FIELD-NO NOT NUMERIC
               OR FC-FIELD-NO > FLD-IX OR FC-FIELD-NO = 0
                MOVE FC-LOCATION(FLD-IX) TO FLD-LOC
            ELSE
                COMPUTE FLD-LOC = FC-LOCATION(FLD-IX) + 100
            END-IF.
            MOVE FC-LENGTH(FLD-IX) TO FLD-LEN.
            MOVE FLD-IX TO FLD-NO-DISP.
            MOVE FC-LENGTH(FLD-IX) TO FLD-LEN-DISP.
            IF FLD-LOC < 1 OR FLD-LEN < 1
               OR FLD-LOC + FLD-LEN > 129 OR FLD-LEN > 60
                OR FC-FORMAT(FLD-IX) = 'P'
                PERFORM FIELD-NOT-KEYABLE
                GO TO ENTER-ONE-FIELD-END
            END-IF.
            SET FIELD-PENDING TO TRUE.
            PERFORM PROMPT-ONE-FIELD THRU PROMPT-ONE-FIELD-END
                UNTIL FIELD-DONE
                   OR ENTRY-ABANDONED OR ENTRY-ENDED.
        ENTER-ONE-FIELD-END.
            ADD 1 TO FLD-IX.

      **=============================================================**
      * a packed field, or one the 128-byte card cannot hold, cannot
      * be keyed here: a modify simply leaves it alone, an add or a
      * replace has to come in on a batch deck
      **=============================================================**
        FIELD-NOT-KEYABLE.
            MOVE SPACES TO WS-LINE.
            IF WT-MODIFY
                STRING '  ' FLD-LABEL '-' FLD-NO-DISP
                       ' FMT ' FC-FORMAT(FLD-IX)
                       ' NOT KEYABLE ONLINE - LEFT UNCHANGED'
                    DELIMITED BY SIZE INTO WS-LINE
                PERFORM SEND-LINE
            ELSE
                STRING '  ' FLD-LABEL '-' FLD-NO-DISP
                       ' FMT ' FC-FORMAT(FLD-IX)
                       ' NOT KEYABLE ONLINE - USE A BATCH DECK'
                    DELIMITED BY SIZE INTO WS-LINE
                PERFORM SEND-LINE
                SET ENTRY-ABANDONED TO TRUE
            END-IF.

      **=============================================================**
        PROMPT-ONE-FIELD.
            MOVE SPACES TO WS-LINE.
            STRING '  ' FLD-LABEL '-' FLD-NO-DISP
                   ' FMT ' FC-FORMAT(FLD-IX)
                   ' LEN ' FLD-LEN-DISP ':'
                DELIMITED BY SIZE INTO WS-LINE.
            PERFORM SEND-LINE.
            PERFORM RECEIVE-INPUT.
            IF ENTRY-ENDED
                GO TO PROMPT-ONE-FIELD-END
            END-IF.
            IF WS-INPUT(1:1) = '/' AND WS-INPUT(2:1) = SPACE
                SET ENTRY-ABANDONED TO TRUE
                GO TO PROMPT-ONE-FIELD-END
            END-IF.
            MOVE WS-INPUT(1:60) TO FLD-VALUE.
            IF FLD-LEN < 60
                IF FLD-VALUE(FLD-LEN + 1:) NOT = SPACES
                    MOVE 'VALUE LONGER THAN THE FIELD - REKEY'
                        TO WS-LINE
                    PERFORM SEND-LINE
                    GO TO PROMPT-ONE-FIELD-END
                END-IF
            END-IF.
      *     modify: blank leaves the master field, '*' blanks it out
            IF WT-MODIFY
                IF FLD-VALUE = SPACES
                    SET FIELD-DONE TO TRUE
                    GO TO PROMPT-ONE-FIELD-END
                END-IF
                IF FV-CHAR(1) = '*'
                    MOVE '*' TO WT-CHAR(FLD-LOC)
                    SET FIELD-DONE TO TRUE
                    GO TO PROMPT-ONE-FIELD-END
                END-IF
            END-IF.
            PERFORM EDIT-FIELD-VALUE THRU EDIT-FIELD-VALUE-END.
            IF EDIT-FAILED
                MOVE SPACES TO WS-LINE
                STRING '  FAILS THE FMT ' FC-FORMAT(FLD-IX)
                       ' EDIT AT POSITION ' FLD-POS-DISP ' - REKEY'
                    DELIMITED BY SIZE INTO WS-LINE
                PERFORM SEND-LINE
                GO TO PROMPT-ONE-FIELD-END
            END-IF.
            MOVE FLD-VALUE(1:FLD-LEN) TO WS-TRANS(FLD-LOC:FLD-LEN).
            SET FIELD-DONE TO TRUE.
        PROMPT-ONE-FIELD-END.
            EXIT.

      **=============================================================**
      * the 590-CHAR-EDIT rules, one position at a time; the failing
      * position comes back in FLD-POS-DISP for the message
      **=============================================================**
        EDIT-FIELD-VALUE.
            SET EDIT-OK TO TRUE.
            MOVE 1 TO FLD-CHAR-NO.
            PERFORM EDIT-ONE-CHAR
                UNTIL FLD-CHAR-NO > FLD-LEN OR EDIT-FAILED.
        EDIT-FIELD-VALUE-END.
            EXIT.

        EDIT-ONE-CHAR.
            IF FC-FORMAT(FLD-IX) = 'N'
                IF FV-CHAR(FLD-CHAR-NO) NOT NUMERIC
                    SET EDIT-FAILED TO TRUE
                END-IF
            END-IF.
            IF FC-FORMAT(FLD-IX) = 'M'
                IF FV-CHAR(FLD-CHAR-NO) NOT NUMERIC
                   AND FV-CHAR(FLD-CHAR-NO) NOT = SPACE
                    SET EDIT-FAILED TO TRUE
                END-IF
            END-IF.
            IF FC-FORMAT(FLD-IX) = 'S'
               AND FV-CHAR(FLD-CHAR-NO) NOT NUMERIC
                IF FLD-CHAR-NO < FLD-LEN
                    SET EDIT-FAILED TO TRUE
                ELSE
                    MOVE FV-CHAR(FLD-CHAR-NO) TO FIELD-SIGN
                    IF SIGN-POSITION POSITIVE OR SIGN-POSITION ZERO
                       OR SIGN-POSITION NEGATIVE
                        CONTINUE
                    ELSE
                        SET EDIT-FAILED TO TRUE
                    END-IF
                END-IF
            END-IF.
            IF FC-FORMAT(FLD-IX) NOT = 'A'
               AND FC-FORMAT(FLD-IX) NOT = 'N'
               AND FC-FORMAT(FLD-IX) NOT = 'M'
               AND FC-FORMAT(FLD-IX) NOT = 'S'
                SET EDIT-FAILED TO TRUE
            END-IF.
            IF EDIT-FAILED
                MOVE FLD-CHAR-NO TO FLD-POS-DISP
            ELSE
                ADD 1 TO FLD-CHAR-NO
            END-IF.

      **=============================================================**
      * shows the finished card, asks for confirmation, and writes
      * it to FARSSTG under the operator's next entry number
      **=============================================================**
        STAGE-ENTRY.
            MOVE SPACES TO WS-LINE.
            STRING 'STAGE TC ' WT-TC ' ' WT-REC-ID ' ' WT-CLIENT
                   ' ' WT-SEQ-NUMBER ' DATED ' WT-DATE
                   ' FOR TOMORROW''S DECK? (Y/N)'
                DELIMITED BY SIZE INTO WS-LINE.
            PERFORM SEND-LINE.
            PERFORM RECEIVE-INPUT.
            IF ENTRY-ENDED
               OR FUNCTION UPPER-CASE(WS-INPUT(1:1)) NOT = 'Y'
                MOVE 'NOT CONFIRMED - NOTHING STAGED' TO WS-LINE
                PERFORM SEND-LINE
                GO TO STAGE-ENTRY-END
            END-IF.
            SET COUNT-MODE TO TRUE.
            PERFORM BROWSE-MY-ENTRIES THRU BROWSE-MY-ENTRIES-END.
            IF WS-HIGH-ENTRY = 999999
                MOVE 'ENTRY NUMBERS EXHAUSTED - SEE SUPPORT' TO WS-LINE
                PERFORM SEND-LINE
                GO TO STAGE-ENTRY-END
            END-IF.
            MOVE SPACES TO WS-STG-RECORD.
            MOVE WS-USERID TO SG-OPERATOR.
            COMPUTE SG-ENTRY-NO = WS-HIGH-ENTRY + 1.
            SET SG-STAGED TO TRUE.
            MOVE WS-TODAY TO SG-STAGE-DATE.
            MOVE WS-NOW-TIME TO SG-STAGE-TIME.
            MOVE 0 TO SG-EXTRACT-DATE.
            MOVE WS-TRANS TO SG-TRANS.
            EXEC CICS WRITE FILE('FARSSTG')
                FROM(WS-STG-RECORD)
                RIDFLD(SG-KEY)
                RESP(TP-STATUS) RESP2(TP-STATUS2)
            END-EXEC.
            IF TP-STATUS NOT = DFHRESP(NORMAL)
                MOVE "CICS WRITE STG" TO LOG-ROUTINE
                CALL DSPERR USING
                    DFHEIBLK
                    DFHCOMMAREA
                    LOG-ROUTINE
                    TP-STATUS
                    TP-STATUS2
                GO TO STAGE-ENTRY-END
            END-IF.
            MOVE SPACES TO WS-LINE.
            STRING 'STAGED AS ENTRY ' SG-ENTRY-NO ' BY ' WS-USERID
                DELIMITED BY SIZE INTO WS-LINE.
            PERFORM SEND-LINE.
        STAGE-ENTRY-END.
            EXIT.

      **=============================================================**
      * browses the operator's own FARSSTG entries: listing them in
      * list mode, or only finding the highest entry number in
      * count mode
      **=============================================================**
        BROWSE-MY-ENTRIES.
            MOVE 0 TO WS-LIST-CNT WS-HIGH-ENTRY.
            MOVE WS-USERID TO BR-OPERATOR.
            MOVE 0 TO BR-ENTRY-NO.
            EXEC CICS STARTBR FILE('FARSSTG')
                RIDFLD(BR-KEY)
                GTEQ
                RESP(TP-STATUS) RESP2(TP-STATUS2)
            END-EXEC.
            IF TP-STATUS = DFHRESP(NOTFND)
                GO TO BROWSE-MY-ENTRIES-TOTAL
            END-IF.
            IF TP-STATUS NOT = DFHRESP(NORMAL)
                MOVE "CICS STARTBR" TO LOG-ROUTINE
                CALL DSPERR USING
                    DFHEIBLK
                    DFHCOMMAREA
                    LOG-ROUTINE
                    TP-STATUS
                    TP-STATUS2
                GO TO BROWSE-MY-ENTRIES-END
            END-IF.
            SET BROWSE-MORE TO TRUE.
            PERFORM READ-ONE-ENTRY UNTIL BROWSE-DONE.
            EXEC CICS ENDBR FILE('FARSSTG')
                RESP(TP-STATUS) RESP2(TP-STATUS2)
            END-EXEC.
        BROWSE-MY-ENTRIES-TOTAL.
            IF LIST-MODE AND WS-LIST-CNT = 0
                MOVE 'NO STAGED ENTRIES UNDER YOUR ID' TO WS-LINE
                PERFORM SEND-LINE
            END-IF.
        BROWSE-MY-ENTRIES-END.
            EXIT.

      **=============================================================**
        READ-ONE-ENTRY.
            EXEC CICS READNEXT FILE('FARSSTG')
                INTO(WS-STG-RECORD)
                RIDFLD(BR-KEY)
                RESP(TP-STATUS) RESP2(TP-STATUS2)
            END-EXEC.
            IF TP-STATUS = DFHRESP(ENDFILE)
                SET BROWSE-DONE TO TRUE
            ELSE
            IF TP-STATUS NOT = DFHRESP(NORMAL)
                MOVE "CICS READNEXT" TO LOG-ROUTINE
                CALL DSPERR USING
                    DFHEIBLK
                    DFHCOMMAREA
                    LOG-ROUTINE
                    TP-STATUS
                    TP-STATUS2
                SET BROWSE-DONE TO TRUE
            ELSE
            IF SG-OPERATOR NOT = WS-USERID
                SET BROWSE-DONE TO TRUE
            ELSE
                MOVE SG-ENTRY-NO TO WS-HIGH-ENTRY
                IF LIST-MODE
                    PERFORM SHOW-ONE-ENTRY
                END-IF
            END-IF
            END-IF
            END-IF.

      **=============================================================**
        SHOW-ONE-ENTRY.
            ADD 1 TO WS-LIST-CNT.
            MOVE SG-TRANS TO WS-TRANS.
            MOVE SPACES TO WS-LINE.
            IF SG-STAGED
                STRING SG-ENTRY-NO ' TC ' WT-TC ' ' WT-REC-ID ' '
                       WT-CLIENT ' ' WT-SEQ-NUMBER ' STAGED '
                       SG-STAGE-DATE ' ' SG-STAGE-TIME
                    DELIMITED BY SIZE INTO WS-LINE
            ELSE
            IF SG-WITHDRAWN
                STRING SG-ENTRY-NO ' TC ' WT-TC ' ' WT-REC-ID ' '
                       WT-CLIENT ' ' WT-SEQ-NUMBER ' WITHDRAWN'
                    DELIMITED BY SIZE INTO WS-LINE
            ELSE
                STRING SG-ENTRY-NO ' TC ' WT-TC ' ' WT-REC-ID ' '
                       WT-CLIENT ' ' WT-SEQ-NUMBER ' IN DECK OF '
                       SG-EXTRACT-DATE
                    DELIMITED BY SIZE INTO WS-LINE
            END-IF
            END-IF.
            PERFORM SEND-LINE.

      **=============================================================**
      * W nnnnnn: the key carries the operator's own id, so nobody
      * can withdraw another operator's entry; once the nightly
      * extract has taken an entry it is past the cutoff
      **=============================================================**
        WITHDRAW-ENTRY.
            MOVE SPACES TO IN-TC IN-WITHDRAW-NO.
            UNSTRING WS-INPUT DELIMITED BY ALL ' '
                INTO IN-TC IN-WITHDRAW-NO.
            IF IN-WITHDRAW-NO NOT NUMERIC
                MOVE 'WITHDRAW NEEDS THE 6-DIGIT ENTRY NUMBER'
                    TO WS-LINE
                PERFORM SEND-LINE
                GO TO WITHDRAW-ENTRY-END
            END-IF.
            MOVE WS-USERID TO SG-OPERATOR.
            MOVE IN-WITHDRAW-9 TO SG-ENTRY-NO.
            MOVE SG-KEY TO BR-KEY.
            EXEC CICS READ FILE('FARSSTG')
                INTO(WS-STG-RECORD)
                RIDFLD(BR-KEY)
                UPDATE
                RESP(TP-STATUS) RESP2(TP-STATUS2)
            END-EXEC.
            IF TP-STATUS = DFHRESP(NOTFND)
                MOVE 'NO SUCH ENTRY UNDER YOUR ID' TO WS-LINE
                PERFORM SEND-LINE
                GO TO WITHDRAW-ENTRY-END
            END-IF.
            IF TP-STATUS NOT = DFHRESP(NORMAL)
                MOVE "CICS READ UPD" TO LOG-ROUTINE
                CALL DSPERR USING
                    DFHEIBLK
                    DFHCOMMAREA
                    LOG-ROUTINE
                    TP-STATUS
                    TP-STATUS2
                GO TO WITHDRAW-ENTRY-END
            END-IF.
            IF NOT SG-STAGED
                EXEC CICS UNLOCK FILE('FARSSTG')
                    RESP(TP-STATUS) RESP2(TP-STATUS2)
                END-EXEC
                IF SG-WITHDRAWN
                    MOVE 'ENTRY ALREADY WITHDRAWN' TO WS-LINE
                ELSE
                    MOVE 'ENTRY ALREADY IN A DECK - PAST THE CUTOFF'
                        TO WS-LINE
                END-IF
                PERFORM SEND-LINE
                GO TO WITHDRAW-ENTRY-END
            END-IF.
            SET SG-WITHDRAWN TO TRUE.
            EXEC CICS REWRITE FILE('FARSSTG')
                FROM(WS-STG-RECORD)
                RESP(TP-STATUS) RESP2(TP-STATUS2)
            END-EXEC.
            IF TP-STATUS NOT = DFHRESP(NORMAL)
                MOVE "CICS REWRITE" TO LOG-ROUTINE
                CALL DSPERR USING
                    DFHEIBLK
                    DFHCOMMAREA
                    LOG-ROUTINE
                    TP-STATUS
                    TP-STATUS2
                GO TO WITHDRAW-ENTRY-END
            END-IF.
            MOVE SPACES TO WS-LINE.
            STRING 'ENTRY ' SG-ENTRY-NO ' WITHDRAWN BY ' WS-USERID
                DELIMITED BY SIZE INTO WS-LINE.
            PERFORM SEND-LINE.
        WITHDRAW-ENTRY-END.
            EXIT.

      **=============================================================**
        GET-TODAY.
            EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
            END-EXEC.
            EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-TODAY)
                MMDDYY(WS-TODAY-MDY)
                TIME(WS-NOW-TIME)
                RESP(TP-STATUS) RESP2(TP-STATUS2)
            END-EXEC.

      **=============================================================**
        PROFILE-CHECK.
            SET UPDATE-DENIED TO TRUE.
            MOVE WS-USERID TO PR-OPERATOR.
            MOVE 'FENT' TO PR-TRANID.
            EXEC CICS READ FILE('OPERPROF')
                INTO(WS-PROFILE)
                RIDFLD(PR-KEY)
                RESP(TP-STATUS) RESP2(TP-STATUS2)
            END-EXEC.
            IF TP-STATUS = DFHRESP(NORMAL)
                IF PR-UPDATE = 'Y'
                    SET UPDATE-ALLOWED TO TRUE
                END-IF
                GO TO PROFILE-CHECK-END
            END-IF.
            IF TP-STATUS = DFHRESP(NOTFND)
                GO TO PROFILE-CHECK-END
            END-IF.
      *     profile file unreadable: allow, but say so in the log
            MOVE 'Profile file unavailable' TO LOG-TEXT.
            CALL DSPMSG USING
                DFHEIBLK
                DFHCOMMAREA
                LOG-TEXT.
            SET UPDATE-ALLOWED TO TRUE.
        PROFILE-CHECK-END.
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
                SET ENTRY-ENDED TO TRUE
            END-IF.

      **=============================================================**
        EXIT-PROGRAM.
            MOVE "Ended" TO LOG-TEXT.
            CALL DSPMSG USING
                DFHEIBLK
                DFHCOMMAREA
                LOG-TEXT.
            EXEC CICS RETURN END-EXEC.
