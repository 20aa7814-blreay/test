        IDENTIFICATION DIVISION.
        PROGRAM-ID. CUSTNOTE.
        AUTHOR. TUXEDO DEVELOPMENT.
      **=============================================================**
      * Customer service notes, transaction CNOT.  Call notes are
      * kept on the CUSTNOTE file (the CUSTNOTE layout: VS-CUSTIDENT
      * and the time taken, then note type, operator and free text)
      * so the next person who talks to the customer sees them.
      *
      * Reached two ways:
      *   - from CUSTMNT, whose NOTES command LINKs here with the
      *     customer's VS-CUSTIDENT as the COMMAREA; Q returns to
      *     the customer on the CUSTMNT screen
      *   - on its own, when the operator keys the VS-CUSTIDENT
      *     first (or Q to quit), as on CUSTMNT
      * The customer's notes are shown oldest first on arrival, then
      * commands:
      *   A <type> <text>  add a note; type CALL / MAIL / COMP
      *                    (complaint) / INFO, text up to 160
      *   B                browse the notes again
      *   Q                done with this customer
      * The operator and the time are taken by the transaction, not
      * keyed.  A note is never changed or deleted online; notes
      * leave the file only with their customer (PURGECUSTOMER,
      * ERASECUST).
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
            03  WS-PTR PIC S9(4) COMP VALUE 0.
            03  WS-KEY PIC 9(06) VALUE 0.
            03  WS-NOTE-CNT PIC 9(4) VALUE 0.
            03  WS-TRIES PIC 9(4) VALUE 0.
            03  FILLER PIC X(1) VALUE '0'.
                88  NOTES-RUNNING VALUE '0'.
                88  NOTES-ENDED VALUE '1'.
            03  FILLER PIC X(1) VALUE 'N'.
                88  CUSTOMER-DONE VALUE 'Y'.
                88  CUSTOMER-OPEN VALUE 'N'.
            03  FILLER PIC X(1) VALUE 'N'.
                88  LINKED-FROM-CUSTMNT VALUE 'Y'.
                88  STARTED-ALONE VALUE 'N'.
            03  FILLER PIC X(1) VALUE 'N'.
                88  BROWSE-DONE VALUE 'Y'.
                88  BROWSE-MORE VALUE 'N'.
            03  FILLER PIC X(1) VALUE 'N'.
                88  NOTE-WRITTEN VALUE 'Y'.
                88  NOTE-PENDING VALUE 'N'.

        01  WS-INPUT PIC X(200).
        01  WS-LINE PIC X(80).
      * the command line parsed into command, note type and text
        01  FILLER.
            03  IN-CMD PIC X(8).
            03  IN-TYPE PIC X(8).

      * note timestamp
        01  FILLER.
            03  WS-ABSTIME PIC S9(15) COMP-3.
            03  WS-NOW-DATE PIC 9(8).
            03  WS-NOW-TIME PIC 9(6).

        COPY ODCSF0B.

        COPY CUSTNOTE.

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
            IF LINKED-FROM-CUSTMNT
                PERFORM CUSTOMER-NOTES THRU CUSTOMER-NOTES-END
            ELSE
                PERFORM ONE-CUSTOMER THRU ONE-CUSTOMER-END
                    UNTIL NOTES-ENDED
            END-IF.
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
            IF EIBCALEN > 0
                SET LINKED-FROM-CUSTMNT TO TRUE
                MOVE CA-CUSTIDENT TO WS-KEY
            END-IF.

      **=============================================================**
      * started on its own: the operator names the customer
      **=============================================================**
        ONE-CUSTOMER.
            MOVE 'ENTER CUSTOMER IDENT (6 DIGITS) OR Q:' TO WS-LINE.
            PERFORM SEND-LINE.
            PERFORM RECEIVE-INPUT.
            IF NOTES-ENDED
                GO TO ONE-CUSTOMER-END
            END-IF.
            IF FUNCTION UPPER-CASE(WS-INPUT(1:1)) = 'Q'
                SET NOTES-ENDED TO TRUE
                GO TO ONE-CUSTOMER-END
            END-IF.
            IF WS-INPUT(1:6) NOT NUMERIC
                MOVE 'IDENT MUST BE 6 DIGITS' TO WS-LINE
                PERFORM SEND-LINE
                GO TO ONE-CUSTOMER-END
            END-IF.
            MOVE WS-INPUT(1:6) TO WS-KEY.
            PERFORM CUSTOMER-NOTES THRU CUSTOMER-NOTES-END.
        ONE-CUSTOMER-END.
            EXIT.

      **=============================================================**
      * one customer: confirm the customer, show the notes, then
      * take commands until Q
      **=============================================================**
        CUSTOMER-NOTES.
            EXEC CICS READ FILE('ODCSF0')
                INTO(VS-ODCSF0-RECORD)
                RIDFLD(WS-KEY)
                RESP(TP-STATUS) RESP2(TP-STATUS2)
            END-EXEC.
            IF TP-STATUS = DFHRESP(NOTFND)
                MOVE 'CUSTOMER NOT ON FILE' TO WS-LINE
                PERFORM SEND-LINE
                GO TO CUSTOMER-NOTES-END
            END-IF.
            IF TP-STATUS NOT = DFHRESP(NORMAL)
                MOVE "CICS READ" TO LOG-ROUTINE
                CALL DSPERR USING
                    DFHEIBLK
                    DFHCOMMAREA
                    LOG-ROUTINE
                    TP-STATUS
                    TP-STATUS2
                GO TO CUSTOMER-NOTES-END
            END-IF.
            MOVE SPACES TO WS-LINE.
            STRING 'NOTES FOR ' VS-CUSTIDENT ' ' VS-CUSTLNAME
                   ' ' VS-CUSTFNAME
                DELIMITED BY SIZE INTO WS-LINE.
            PERFORM SEND-LINE.
            PERFORM BROWSE-NOTES THRU BROWSE-NOTES-END.
            SET CUSTOMER-OPEN TO TRUE.
            PERFORM ONE-NOTE-COMMAND THRU ONE-NOTE-COMMAND-END
                UNTIL CUSTOMER-DONE OR NOTES-ENDED.
        CUSTOMER-NOTES-END.
            EXIT.

      **=============================================================**
        ONE-NOTE-COMMAND.
            MOVE 'A TYPE TEXT (CALL MAIL COMP INFO), B=BROWSE, Q=DONE:'
                TO WS-LINE.
            PERFORM SEND-LINE.
            PERFORM RECEIVE-INPUT.
            IF NOTES-ENDED
                GO TO ONE-NOTE-COMMAND-END
            END-IF.
            MOVE SPACES TO IN-CMD IN-TYPE.
            MOVE 1 TO WS-PTR.
            UNSTRING WS-INPUT DELIMITED BY ALL ' '
                INTO IN-CMD IN-TYPE
                WITH POINTER WS-PTR.
            MOVE FUNCTION UPPER-CASE(IN-CMD) TO IN-CMD.
            MOVE FUNCTION UPPER-CASE(IN-TYPE) TO IN-TYPE.
            EVALUATE IN-CMD
              WHEN 'A'
                PERFORM ADD-NOTE THRU ADD-NOTE-END
              WHEN 'B'
                PERFORM BROWSE-NOTES THRU BROWSE-NOTES-END
              WHEN 'Q'
                SET CUSTOMER-DONE TO TRUE
              WHEN OTHER
                MOVE 'COMMAND NOT RECOGNIZED' TO WS-LINE
                PERFORM SEND-LINE
            END-EVALUATE.
        ONE-NOTE-COMMAND-END.
            EXIT.

      **=============================================================**
      * add: the type must be one of the four, the text not blank.
      * A note already on file at the same second moves the new one
      * on by a hundredth so both are kept
      **=============================================================**
        ADD-NOTE.
            MOVE SPACES TO CN-RECORD.
            MOVE IN-TYPE(1:4) TO CN-TYPE.
            IF NOT CN-TYPE-VALID OR IN-TYPE(5:4) NOT = SPACES
                MOVE 'NOTE TYPE MUST BE CALL, MAIL, COMP OR INFO'
                    TO WS-LINE
                PERFORM SEND-LINE
                GO TO ADD-NOTE-END
            END-IF.
            IF WS-PTR > LENGTH OF WS-INPUT
                MOVE 'NOTE TEXT MAY NOT BE BLANK' TO WS-LINE
                PERFORM SEND-LINE
                GO TO ADD-NOTE-END
            END-IF.
            MOVE WS-INPUT(WS-PTR:) TO CN-TEXT.
            IF CN-TEXT = SPACES
                MOVE 'NOTE TEXT MAY NOT BE BLANK' TO WS-LINE
                PERFORM SEND-LINE
                GO TO ADD-NOTE-END
            END-IF.
            EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
            END-EXEC.
            EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-NOW-DATE)
                TIME(WS-NOW-TIME)
                RESP(TP-STATUS) RESP2(TP-STATUS2)
            END-EXEC.
            MOVE WS-KEY TO CN-CUSTIDENT.
            MOVE WS-NOW-DATE TO CN-STAMP-DATE.
            COMPUTE CN-STAMP-TIME = WS-NOW-TIME * 100.
            MOVE WS-USERID TO CN-OPERATOR.
            SET NOTE-PENDING TO TRUE.
            MOVE 0 TO WS-TRIES.
            MOVE DFHRESP(DUPREC) TO TP-STATUS.
            PERFORM WRITE-NOTE THRU WRITE-NOTE-END
                UNTIL NOTE-WRITTEN
                OR TP-STATUS NOT = DFHRESP(DUPREC)
                OR WS-TRIES = 99.
            IF NOTE-WRITTEN
                MOVE 'NOTE ADDED' TO WS-LINE
            ELSE
                MOVE 'NOTE NOT ADDED' TO WS-LINE
            END-IF.
            PERFORM SEND-LINE.
        ADD-NOTE-END.
            EXIT.

        WRITE-NOTE.
            EXEC CICS WRITE FILE('CUSTNOTE')
                FROM(CN-RECORD)
                RIDFLD(CN-KEY)
                RESP(TP-STATUS) RESP2(TP-STATUS2)
            END-EXEC.
            IF TP-STATUS = DFHRESP(NORMAL)
                SET NOTE-WRITTEN TO TRUE
                GO TO WRITE-NOTE-END
            END-IF.
            IF TP-STATUS = DFHRESP(DUPREC)
                ADD 1 TO CN-STAMP-TIME WS-TRIES
                GO TO WRITE-NOTE-END
            END-IF.
            MOVE "CICS WRITE" TO LOG-ROUTINE.
            CALL DSPERR USING
                DFHEIBLK
                DFHCOMMAREA
                LOG-ROUTINE
                TP-STATUS
                TP-STATUS2.
        WRITE-NOTE-END.
            EXIT.

      **=============================================================**
      * browse: every note of the customer, oldest first
      **=============================================================**
        BROWSE-NOTES.
            MOVE 0 TO WS-NOTE-CNT.
            MOVE LOW-VALUES TO CN-KEY.
            MOVE WS-KEY TO CN-CUSTIDENT.
            EXEC CICS STARTBR FILE('CUSTNOTE')
                RIDFLD(CN-KEY)
                GTEQ
                RESP(TP-STATUS) RESP2(TP-STATUS2)
            END-EXEC.
            IF TP-STATUS = DFHRESP(NOTFND)
                MOVE 'NO NOTES FOR THIS CUSTOMER' TO WS-LINE
                PERFORM SEND-LINE
                GO TO BROWSE-NOTES-END
            END-IF.
            IF TP-STATUS NOT = DFHRESP(NORMAL)
                MOVE "CICS STARTBR" TO LOG-ROUTINE
                CALL DSPERR USING
                    DFHEIBLK
                    DFHCOMMAREA
                    LOG-ROUTINE
                    TP-STATUS
                    TP-STATUS2
                GO TO BROWSE-NOTES-END
            END-IF.
            SET BROWSE-MORE TO TRUE.
            PERFORM SHOW-ONE-NOTE THRU SHOW-ONE-NOTE-END
                UNTIL BROWSE-DONE.
            EXEC CICS ENDBR FILE('CUSTNOTE')
                RESP(TP-STATUS) RESP2(TP-STATUS2)
            END-EXEC.
            IF WS-NOTE-CNT = 0
                MOVE 'NO NOTES FOR THIS CUSTOMER' TO WS-LINE
                PERFORM SEND-LINE
            END-IF.
        BROWSE-NOTES-END.
            EXIT.

        SHOW-ONE-NOTE.
            EXEC CICS READNEXT FILE('CUSTNOTE')
                INTO(CN-RECORD)
                RIDFLD(CN-KEY)
                RESP(TP-STATUS) RESP2(TP-STATUS2)
            END-EXEC.
            IF TP-STATUS NOT = DFHRESP(NORMAL)
                OR CN-CUSTIDENT NOT = WS-KEY
                SET BROWSE-DONE TO TRUE
                GO TO SHOW-ONE-NOTE-END
            END-IF.
            ADD 1 TO WS-NOTE-CNT.
            MOVE SPACES TO WS-LINE.
            STRING CN-STAMP-DATE ' ' CN-STAMP-TIME(1:6) '  '
                   CN-TYPE '  BY ' CN-OPERATOR
                DELIMITED BY SIZE INTO WS-LINE.
            PERFORM SEND-LINE.
            MOVE SPACES TO WS-LINE.
            STRING '  ' CN-TEXT(1:76)
                DELIMITED BY SIZE INTO WS-LINE.
            PERFORM SEND-LINE.
            IF CN-TEXT(77:76) NOT = SPACES
                MOVE SPACES TO WS-LINE
                STRING '  ' CN-TEXT(77:76)
                    DELIMITED BY SIZE INTO WS-LINE
                PERFORM SEND-LINE
            END-IF.
            IF CN-TEXT(153:8) NOT = SPACES
                MOVE SPACES TO WS-LINE
                STRING '  ' CN-TEXT(153:8)
                    DELIMITED BY SIZE INTO WS-LINE
                PERFORM SEND-LINE
            END-IF.
        SHOW-ONE-NOTE-END.
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
                SET NOTES-ENDED TO TRUE
            END-IF.

      **=============================================================**
        EXIT-PROGRAM.
            MOVE "Ended" TO LOG-TEXT.
            CALL DSPMSG USING
                DFHEIBLK
                DFHCOMMAREA
                LOG-TEXT.
            EXEC CICS RETURN END-EXEC.
