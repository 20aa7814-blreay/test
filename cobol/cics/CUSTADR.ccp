        IDENTIFICATION DIVISION.
        PROGRAM-ID. CUSTADR.
        AUTHOR. TUXEDO DEVELOPMENT.
      **=============================================================**
      * Customer addresses, transaction CADR.  A customer's other
      * addresses - residence, mailing, seasonal - are kept on the
      * CUSTADDR file (the CUSTADDR layout: VS-CUSTIDENT, type and
      * effective-from date, then effective-to date and the lines),
      * alongside the master's own address, which stands whenever
      * none of them is in effect.
      *
      * Reached two ways:
      *   - from CUSTMNT, whose ADDRESS command LINKs here with the
      *     customer's VS-CUSTIDENT as the COMMAREA; Q returns to
      *     the customer on the CUSTMNT screen
      *   - on its own, when the operator keys the VS-CUSTIDENT
      *     first (or Q to quit), as on CUSTMNT
      * The customer's addresses are listed on arrival, then
      * commands (type R residence, M mailing, S seasonal; dates
      * CCYYMMDD, an effective-to date of 0 is open-ended):
      *   A <type> <from> <to>  add; the lines are asked for in turn
      *   C <type> <from>       change the lines; each is shown and
      *                         a blank reply keeps it
      *   E <type> <from> <to>  set the effective-to date
      *   D <type> <from>       delete
      *   L                     list the addresses again
      *   Q                     done with this customer
      * The UPDADDR batch edits apply here: dates plausible (century
      * 19/20, month 01-12, day 01-31), effective-to not before
      * effective-from, address line non-blank, two non-blank state
      * characters.  The reference-table checks (ADDRSTD: word
      * normalization, VALIDSTATE, postal cross-check) are batch
      * tables, so lines keyed here are stored pending and the next
      * STANDADDR pass checks them; one it sends for review is not
      * mailed to until it is corrected.  An address RTNMAIL has
      * marked undeliverable is listed as returned and not mailed to
      * until its lines are changed, which clears the mark; a change
      * that keeps the lines, or an E, leaves the mark as it was.
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
            03  WS-ADDR-CNT PIC 9(4) VALUE 0.
            03  FILLER PIC X(1) VALUE '0'.
                88  ADDR-RUNNING VALUE '0'.
                88  ADDR-ENDED VALUE '1'.
            03  FILLER PIC X(1) VALUE 'N'.
                88  CUSTOMER-DONE VALUE 'Y'.
                88  CUSTOMER-OPEN VALUE 'N'.
            03  FILLER PIC X(1) VALUE 'N'.
                88  LINKED-FROM-CUSTMNT VALUE 'Y'.
                88  STARTED-ALONE VALUE 'N'.
            03  FILLER PIC X(1) VALUE 'N'.
                88  BROWSE-DONE VALUE 'Y'.
                88  BROWSE-MORE VALUE 'N'.
            03  FILLER PIC X(1) VALUE 'Y'.
                88  EDIT-OK VALUE 'Y'.
                88  EDIT-FAILED VALUE 'N'.

        01  WS-INPUT PIC X(200).
        01  WS-LINE PIC X(80).
      * the command line parsed into command, type and the dates
        01  FILLER.
            03  IN-CMD PIC X(8).
            03  IN-TYPE PIC X(8).
            03  IN-FROM PIC X(8).
            03  IN-TO PIC X(8).

      * a date keyed on the command line, for the plausibility edit
        01  WS-DATE-X PIC X(8).
        01  FILLER REDEFINES WS-DATE-X.
            03  WS-DATE-CC PIC XX.
            03  WS-DATE-YY PIC XX.
            03  WS-DATE-MM PIC XX.
            03  WS-DATE-DD PIC XX.

      * list line texts
        01  FILLER.
            03  WS-TYPE-TEXT PIC X(9).
            03  WS-TO-TEXT PIC X(10).
            03  WS-STD-TEXT PIC X(23).

      * the lines keyed for an add or change, applied at write time
        01  WS-NEW-LINES.
            03  WS-NEW-ADDRS PIC X(30).
            03  WS-NEW-CITY PIC X(20).
            03  WS-NEW-STATE PIC X(2).
            03  WS-NEW-POSTAL PIC X(9).
        01  WS-NEW-TO PIC 9(8).

      * change date
        01  FILLER.
            03  WS-ABSTIME PIC S9(15) COMP-3.
            03  WS-NOW-DATE PIC 9(8).

        COPY ODCSF0B.

        COPY CUSTADDR.

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
                PERFORM CUSTOMER-ADDRESSES
                    THRU CUSTOMER-ADDRESSES-END
            ELSE
                PERFORM ONE-CUSTOMER THRU ONE-CUSTOMER-END
                    UNTIL ADDR-ENDED
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
            IF ADDR-ENDED
                GO TO ONE-CUSTOMER-END
            END-IF.
            IF FUNCTION UPPER-CASE(WS-INPUT(1:1)) = 'Q'
                SET ADDR-ENDED TO TRUE
                GO TO ONE-CUSTOMER-END
            END-IF.
            IF WS-INPUT(1:6) NOT NUMERIC
                MOVE 'IDENT MUST BE 6 DIGITS' TO WS-LINE
                PERFORM SEND-LINE
                GO TO ONE-CUSTOMER-END
            END-IF.
            MOVE WS-INPUT(1:6) TO WS-KEY.
            PERFORM CUSTOMER-ADDRESSES THRU CUSTOMER-ADDRESSES-END.
        ONE-CUSTOMER-END.
            EXIT.

      **=============================================================**
      * one customer: confirm the customer, list the addresses, then
      * take commands until Q
      **=============================================================**
        CUSTOMER-ADDRESSES.
            EXEC CICS READ FILE('ODCSF0')
                INTO(VS-ODCSF0-RECORD)
                RIDFLD(WS-KEY)
                RESP(TP-STATUS) RESP2(TP-STATUS2)
            END-EXEC.
            IF TP-STATUS = DFHRESP(NOTFND)
                MOVE 'CUSTOMER NOT ON FILE' TO WS-LINE
                PERFORM SEND-LINE
                GO TO CUSTOMER-ADDRESSES-END
            END-IF.
            IF TP-STATUS NOT = DFHRESP(NORMAL)
                MOVE "CICS READ" TO LOG-ROUTINE
                CALL DSPERR USING
                    DFHEIBLK
                    DFHCOMMAREA
                    LOG-ROUTINE
                    TP-STATUS
                    TP-STATUS2
                GO TO CUSTOMER-ADDRESSES-END
            END-IF.
            MOVE SPACES TO WS-LINE.
            STRING 'ADDRESSES FOR ' VS-CUSTIDENT ' ' VS-CUSTLNAME
                   ' ' VS-CUSTFNAME
                DELIMITED BY SIZE INTO WS-LINE.
            PERFORM SEND-LINE.
            PERFORM LIST-ADDRESSES THRU LIST-ADDRESSES-END.
            SET CUSTOMER-OPEN TO TRUE.
            PERFORM ONE-ADDR-COMMAND THRU ONE-ADDR-COMMAND-END
                UNTIL CUSTOMER-DONE OR ADDR-ENDED.
        CUSTOMER-ADDRESSES-END.
            EXIT.

      **=============================================================**
        ONE-ADDR-COMMAND.
            MOVE 'A/C/E/D TYPE FROM (TO), L=LIST, Q=DONE:' TO WS-LINE.
            PERFORM SEND-LINE.
            PERFORM RECEIVE-INPUT.
            IF ADDR-ENDED
                GO TO ONE-ADDR-COMMAND-END
            END-IF.
            MOVE SPACES TO IN-CMD IN-TYPE IN-FROM IN-TO.
            UNSTRING WS-INPUT DELIMITED BY ALL ' '
                INTO IN-CMD IN-TYPE IN-FROM IN-TO.
            MOVE FUNCTION UPPER-CASE(IN-CMD) TO IN-CMD.
            MOVE FUNCTION UPPER-CASE(IN-TYPE) TO IN-TYPE.
            EVALUATE IN-CMD
              WHEN 'A'
                PERFORM ADD-ADDRESS THRU ADD-ADDRESS-END
              WHEN 'C'
                PERFORM CHANGE-ADDRESS THRU CHANGE-ADDRESS-END
              WHEN 'E'
                PERFORM END-ADDRESS THRU END-ADDRESS-END
              WHEN 'D'
                PERFORM DELETE-ADDRESS THRU DELETE-ADDRESS-END
              WHEN 'L'
                PERFORM LIST-ADDRESSES THRU LIST-ADDRESSES-END
              WHEN 'Q'
                SET CUSTOMER-DONE TO TRUE
              WHEN OTHER
                MOVE 'COMMAND NOT RECOGNIZED' TO WS-LINE
                PERFORM SEND-LINE
            END-EVALUATE.
        ONE-ADDR-COMMAND-END.
            EXIT.

      **=============================================================**
      * the key from the command line: type and effective-from date
      **=============================================================**
        EDIT-KEY.
            SET EDIT-OK TO TRUE.
            MOVE SPACES TO AD-RECORD.
            MOVE WS-KEY TO AD-CUSTIDENT.
            MOVE IN-TYPE(1:1) TO AD-TYPE.
            IF NOT AD-TYPE-VALID OR IN-TYPE(2:7) NOT = SPACES
                MOVE 'TYPE MUST BE R (RESIDENCE), M (MAILING) OR S'
                    TO WS-LINE
                PERFORM SEND-LINE
                SET EDIT-FAILED TO TRUE
                GO TO EDIT-KEY-END
            END-IF.
            MOVE IN-FROM TO WS-DATE-X.
            PERFORM EDIT-DATE THRU EDIT-DATE-END.
            IF EDIT-FAILED
                GO TO EDIT-KEY-END
            END-IF.
            MOVE IN-FROM TO AD-EFF-FROM.
        EDIT-KEY-END.
            EXIT.

      **=============================================================**
      * the effective-to date: 0 or blank is open-ended, otherwise a
      * plausible date not before the effective-from date
      **=============================================================**
        EDIT-TO-DATE.
            IF IN-TO = SPACES OR IN-TO = '0'
                MOVE ZERO TO AD-EFF-TO
                GO TO EDIT-TO-DATE-END
            END-IF.
            MOVE IN-TO TO WS-DATE-X.
            PERFORM EDIT-DATE THRU EDIT-DATE-END.
            IF EDIT-FAILED
                GO TO EDIT-TO-DATE-END
            END-IF.
            IF IN-TO < IN-FROM
                MOVE 'TO DATE IS BEFORE THE FROM DATE' TO WS-LINE
                PERFORM SEND-LINE
                SET EDIT-FAILED TO TRUE
                GO TO EDIT-TO-DATE-END
            END-IF.
            MOVE IN-TO TO AD-EFF-TO.
        EDIT-TO-DATE-END.
            EXIT.

        EDIT-DATE.
            IF WS-DATE-X NOT NUMERIC
               OR (WS-DATE-CC NOT = '19' AND WS-DATE-CC NOT = '20')
               OR WS-DATE-MM < '01' OR WS-DATE-MM > '12'
               OR WS-DATE-DD < '01' OR WS-DATE-DD > '31'
                MOVE SPACES TO WS-LINE
                STRING 'NOT A VALID CCYYMMDD DATE: ' WS-DATE-X
                    DELIMITED BY SIZE INTO WS-LINE
                PERFORM SEND-LINE
                SET EDIT-FAILED TO TRUE
            END-IF.
        EDIT-DATE-END.
            EXIT.

      **=============================================================**
      * add: the key and dates from the command line, then the lines
      **=============================================================**
        ADD-ADDRESS.
            PERFORM EDIT-KEY THRU EDIT-KEY-END.
            IF EDIT-FAILED
                GO TO ADD-ADDRESS-END
            END-IF.
            PERFORM EDIT-TO-DATE THRU EDIT-TO-DATE-END.
            IF EDIT-FAILED
                GO TO ADD-ADDRESS-END
            END-IF.
            MOVE SPACES TO WS-NEW-LINES.
            PERFORM ASK-LINES THRU ASK-LINES-END.
            IF EDIT-FAILED OR ADDR-ENDED
                GO TO ADD-ADDRESS-END
            END-IF.
            PERFORM STAMP-ADDRESS.
            EXEC CICS WRITE FILE('CUSTADDR')
                FROM(AD-RECORD)
                RIDFLD(AD-KEY)
                RESP(TP-STATUS) RESP2(TP-STATUS2)
            END-EXEC.
            IF TP-STATUS = DFHRESP(DUPREC)
                MOVE 'AN ADDRESS OF THAT TYPE AND DATE IS ON FILE'
                    TO WS-LINE
                PERFORM SEND-LINE
                GO TO ADD-ADDRESS-END
            END-IF.
            IF TP-STATUS NOT = DFHRESP(NORMAL)
                MOVE "CICS WRITE" TO LOG-ROUTINE
                CALL DSPERR USING
                    DFHEIBLK
                    DFHCOMMAREA
                    LOG-ROUTINE
                    TP-STATUS
                    TP-STATUS2
                MOVE 'ADDRESS NOT ADDED' TO WS-LINE
                PERFORM SEND-LINE
                GO TO ADD-ADDRESS-END
            END-IF.
            MOVE 'ADDRESS ADDED - PENDING THE ADDRESS CHECKS'
                TO WS-LINE.
            PERFORM SEND-LINE.
        ADD-ADDRESS-END.
            EXIT.

      **=============================================================**
      * change: the address is read to show its lines, the new lines
      * asked for, and only then re-read for update and rewritten,
      * so no record lock is held across the terminal
      **=============================================================**
        CHANGE-ADDRESS.
            PERFORM EDIT-KEY THRU EDIT-KEY-END.
            IF EDIT-FAILED
                GO TO CHANGE-ADDRESS-END
            END-IF.
            PERFORM READ-ADDRESS THRU READ-ADDRESS-END.
            IF EDIT-FAILED
                GO TO CHANGE-ADDRESS-END
            END-IF.
            MOVE AD-ADDRS  TO WS-NEW-ADDRS.
            MOVE AD-CITY   TO WS-NEW-CITY.
            MOVE AD-STATE  TO WS-NEW-STATE.
            MOVE AD-POSTAL TO WS-NEW-POSTAL.
            PERFORM ASK-LINES THRU ASK-LINES-END.
            IF EDIT-FAILED OR ADDR-ENDED
                GO TO CHANGE-ADDRESS-END
            END-IF.
            PERFORM READ-FOR-UPDATE THRU READ-FOR-UPDATE-END.
            IF EDIT-FAILED
                GO TO CHANGE-ADDRESS-END
            END-IF.
            PERFORM STAMP-ADDRESS.
            PERFORM REWRITE-ADDRESS THRU REWRITE-ADDRESS-END.
            IF EDIT-OK
                MOVE 'ADDRESS CHANGED - PENDING THE ADDRESS CHECKS'
                    TO WS-LINE
                PERFORM SEND-LINE
            END-IF.
        CHANGE-ADDRESS-END.
            EXIT.

      **=============================================================**
      * end (or reopen) an address: only the effective-to date
      * changes, so the address keeps its check status
      **=============================================================**
        END-ADDRESS.
            PERFORM EDIT-KEY THRU EDIT-KEY-END.
            IF EDIT-FAILED
                GO TO END-ADDRESS-END
            END-IF.
            IF IN-TO = SPACES
                MOVE 'THE NEW TO DATE IS REQUIRED (0 = OPEN-ENDED)'
                    TO WS-LINE
                PERFORM SEND-LINE
                GO TO END-ADDRESS-END
            END-IF.
            PERFORM EDIT-TO-DATE THRU EDIT-TO-DATE-END.
            IF EDIT-FAILED
                GO TO END-ADDRESS-END
            END-IF.
            MOVE AD-EFF-TO TO WS-NEW-TO.
            PERFORM READ-FOR-UPDATE THRU READ-FOR-UPDATE-END.
            IF EDIT-FAILED
                GO TO END-ADDRESS-END
            END-IF.
            MOVE WS-NEW-TO TO AD-EFF-TO.
            PERFORM STAMP-DATE.
            PERFORM REWRITE-ADDRESS THRU REWRITE-ADDRESS-END.
            IF EDIT-OK
                MOVE 'EFFECTIVE-TO DATE CHANGED' TO WS-LINE
                PERFORM SEND-LINE
            END-IF.
        END-ADDRESS-END.
            EXIT.

      **=============================================================**
        DELETE-ADDRESS.
            PERFORM EDIT-KEY THRU EDIT-KEY-END.
            IF EDIT-FAILED
                GO TO DELETE-ADDRESS-END
            END-IF.
            EXEC CICS DELETE FILE('CUSTADDR')
                RIDFLD(AD-KEY)
                RESP(TP-STATUS) RESP2(TP-STATUS2)
            END-EXEC.
            IF TP-STATUS = DFHRESP(NOTFND)
                MOVE 'NO ADDRESS OF THAT TYPE AND DATE' TO WS-LINE
                PERFORM SEND-LINE
                GO TO DELETE-ADDRESS-END
            END-IF.
            IF TP-STATUS NOT = DFHRESP(NORMAL)
                MOVE "CICS DELETE" TO LOG-ROUTINE
                CALL DSPERR USING
                    DFHEIBLK
                    DFHCOMMAREA
                    LOG-ROUTINE
                    TP-STATUS
                    TP-STATUS2
                GO TO DELETE-ADDRESS-END
            END-IF.
            MOVE 'ADDRESS DELETED' TO WS-LINE.
            PERFORM SEND-LINE.
        DELETE-ADDRESS-END.
            EXIT.

      **=============================================================**
      * the lines, one prompt each; a blank reply keeps what is
      * shown.  The edits run on the lines as they end up
      **=============================================================**
        ASK-LINES.
            MOVE SPACES TO WS-LINE.
            STRING 'ADDRESS LINE [' WS-NEW-ADDRS ']:'
                DELIMITED BY SIZE INTO WS-LINE.
            PERFORM ASK-ONE-LINE.
            IF ADDR-ENDED
                GO TO ASK-LINES-END
            END-IF.
            IF WS-INPUT NOT = SPACES
                MOVE FUNCTION UPPER-CASE(WS-INPUT(1:30))
                    TO WS-NEW-ADDRS
            END-IF.
            MOVE SPACES TO WS-LINE.
            STRING 'CITY [' WS-NEW-CITY ']:'
                DELIMITED BY SIZE INTO WS-LINE.
            PERFORM ASK-ONE-LINE.
            IF ADDR-ENDED
                GO TO ASK-LINES-END
            END-IF.
            IF WS-INPUT NOT = SPACES
                MOVE FUNCTION UPPER-CASE(WS-INPUT(1:20))
                    TO WS-NEW-CITY
            END-IF.
            MOVE SPACES TO WS-LINE.
            STRING 'STATE [' WS-NEW-STATE ']:'
                DELIMITED BY SIZE INTO WS-LINE.
            PERFORM ASK-ONE-LINE.
            IF ADDR-ENDED
                GO TO ASK-LINES-END
            END-IF.
            IF WS-INPUT NOT = SPACES
                MOVE FUNCTION UPPER-CASE(WS-INPUT(1:2))
                    TO WS-NEW-STATE
            END-IF.
            MOVE SPACES TO WS-LINE.
            STRING 'POSTAL CODE [' WS-NEW-POSTAL ']:'
                DELIMITED BY SIZE INTO WS-LINE.
            PERFORM ASK-ONE-LINE.
            IF ADDR-ENDED
                GO TO ASK-LINES-END
            END-IF.
            IF WS-INPUT NOT = SPACES
                MOVE FUNCTION UPPER-CASE(WS-INPUT(1:9))
                    TO WS-NEW-POSTAL
            END-IF.
            IF WS-NEW-ADDRS = SPACES
                MOVE 'ADDRESS LINE MAY NOT BE BLANK' TO WS-LINE
                PERFORM SEND-LINE
                SET EDIT-FAILED TO TRUE
                GO TO ASK-LINES-END
            END-IF.
            IF WS-NEW-STATE = SPACES OR WS-NEW-STATE(2:1) = SPACE
                MOVE 'STATE MUST BE TWO NON-BLANK CHARACTERS'
                    TO WS-LINE
                PERFORM SEND-LINE
                SET EDIT-FAILED TO TRUE
            END-IF.
        ASK-LINES-END.
            EXIT.

        ASK-ONE-LINE.
            PERFORM SEND-LINE.
            PERFORM RECEIVE-INPUT.

      **=============================================================**
      * keyed lines go on pending; STANDADDR checks them next pass.
      * New lines clear a returned-mail mark set on the old ones.
      **=============================================================**
        STAMP-ADDRESS.
            IF WS-NEW-ADDRS NOT = AD-ADDRS
                OR WS-NEW-CITY NOT = AD-CITY
                OR WS-NEW-STATE NOT = AD-STATE
                OR WS-NEW-POSTAL NOT = AD-POSTAL
                MOVE SPACE TO AD-RTN-FLAG
                MOVE ZERO TO AD-RTN-DATE
                MOVE SPACES TO AD-RTN-REASON
            END-IF.
            MOVE WS-NEW-ADDRS  TO AD-ADDRS.
            MOVE WS-NEW-CITY   TO AD-CITY.
            MOVE WS-NEW-STATE  TO AD-STATE.
            MOVE WS-NEW-POSTAL TO AD-POSTAL.
            SET AD-STD-PENDING TO TRUE.
            PERFORM STAMP-DATE.

        STAMP-DATE.
            EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
            END-EXEC.
            EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-NOW-DATE)
                RESP(TP-STATUS) RESP2(TP-STATUS2)
            END-EXEC.
            MOVE WS-NOW-DATE TO AD-CHANGED-DATE.
            MOVE WS-USERID TO AD-CHANGED-BY.

      **=============================================================**
        READ-ADDRESS.
            EXEC CICS READ FILE('CUSTADDR')
                INTO(AD-RECORD)
                RIDFLD(AD-KEY)
                RESP(TP-STATUS) RESP2(TP-STATUS2)
            END-EXEC.
            PERFORM CHECK-READ THRU CHECK-READ-END.
        READ-ADDRESS-END.
            EXIT.

        READ-FOR-UPDATE.
            EXEC CICS READ FILE('CUSTADDR')
                INTO(AD-RECORD)
                RIDFLD(AD-KEY)
                UPDATE
                RESP(TP-STATUS) RESP2(TP-STATUS2)
            END-EXEC.
            PERFORM CHECK-READ THRU CHECK-READ-END.
        READ-FOR-UPDATE-END.
            EXIT.

        CHECK-READ.
            IF TP-STATUS = DFHRESP(NOTFND)
                MOVE 'NO ADDRESS OF THAT TYPE AND DATE' TO WS-LINE
                PERFORM SEND-LINE
                SET EDIT-FAILED TO TRUE
                GO TO CHECK-READ-END
            END-IF.
            IF TP-STATUS NOT = DFHRESP(NORMAL)
                MOVE "CICS READ" TO LOG-ROUTINE
                CALL DSPERR USING
                    DFHEIBLK
                    DFHCOMMAREA
                    LOG-ROUTINE
                    TP-STATUS
                    TP-STATUS2
                SET EDIT-FAILED TO TRUE
            END-IF.
        CHECK-READ-END.
            EXIT.

        REWRITE-ADDRESS.
            EXEC CICS REWRITE FILE('CUSTADDR')
                FROM(AD-RECORD)
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
                MOVE 'CHANGE NOT SAVED' TO WS-LINE
                PERFORM SEND-LINE
                SET EDIT-FAILED TO TRUE
            END-IF.
        REWRITE-ADDRESS-END.
            EXIT.

      **=============================================================**
      * list: every address of the customer, by type then date
      **=============================================================**
        LIST-ADDRESSES.
            MOVE 0 TO WS-ADDR-CNT.
            MOVE LOW-VALUES TO AD-KEY.
            MOVE WS-KEY TO AD-CUSTIDENT.
            EXEC CICS STARTBR FILE('CUSTADDR')
                RIDFLD(AD-KEY)
                GTEQ
                RESP(TP-STATUS) RESP2(TP-STATUS2)
            END-EXEC.
            IF TP-STATUS = DFHRESP(NOTFND)
                MOVE 'NO OTHER ADDRESSES - THE MASTER ADDRESS STANDS'
                    TO WS-LINE
                PERFORM SEND-LINE
                GO TO LIST-ADDRESSES-END
            END-IF.
            IF TP-STATUS NOT = DFHRESP(NORMAL)
                MOVE "CICS STARTBR" TO LOG-ROUTINE
                CALL DSPERR USING
                    DFHEIBLK
                    DFHCOMMAREA
                    LOG-ROUTINE
                    TP-STATUS
                    TP-STATUS2
                GO TO LIST-ADDRESSES-END
            END-IF.
            SET BROWSE-MORE TO TRUE.
            PERFORM SHOW-ONE-ADDRESS THRU SHOW-ONE-ADDRESS-END
                UNTIL BROWSE-DONE.
            EXEC CICS ENDBR FILE('CUSTADDR')
                RESP(TP-STATUS) RESP2(TP-STATUS2)
            END-EXEC.
            IF WS-ADDR-CNT = 0
                MOVE 'NO OTHER ADDRESSES - THE MASTER ADDRESS STANDS'
                    TO WS-LINE
                PERFORM SEND-LINE
            END-IF.
        LIST-ADDRESSES-END.
            EXIT.

        SHOW-ONE-ADDRESS.
            EXEC CICS READNEXT FILE('CUSTADDR')
                INTO(AD-RECORD)
                RIDFLD(AD-KEY)
                RESP(TP-STATUS) RESP2(TP-STATUS2)
            END-EXEC.
            IF TP-STATUS NOT = DFHRESP(NORMAL)
                OR AD-CUSTIDENT NOT = WS-KEY
                SET BROWSE-DONE TO TRUE
                GO TO SHOW-ONE-ADDRESS-END
            END-IF.
            ADD 1 TO WS-ADDR-CNT.
            EVALUATE TRUE
              WHEN AD-RESIDENCE
                MOVE 'RESIDENCE' TO WS-TYPE-TEXT
              WHEN AD-MAILING
                MOVE 'MAILING' TO WS-TYPE-TEXT
              WHEN OTHER
                MOVE 'SEASONAL' TO WS-TYPE-TEXT
            END-EVALUATE.
            IF AD-EFF-TO = ZERO
                MOVE 'OPEN-ENDED' TO WS-TO-TEXT
            ELSE
                MOVE AD-EFF-TO TO WS-TO-TEXT
            END-IF.
            EVALUATE TRUE
              WHEN AD-UNDELIVERABLE
                MOVE 'RETURNED - NOT MAILED' TO WS-STD-TEXT
              WHEN AD-STD-PENDING
                MOVE 'PENDING CHECK' TO WS-STD-TEXT
              WHEN AD-STD-REVIEW
                MOVE 'FOR REVIEW - NOT MAILED' TO WS-STD-TEXT
              WHEN OTHER
                MOVE 'CHECKED' TO WS-STD-TEXT
            END-EVALUATE.
            MOVE SPACES TO WS-LINE.
            STRING WS-TYPE-TEXT ' ' AD-TYPE ' FROM ' AD-EFF-FROM
                   ' TO ' WS-TO-TEXT '  ' WS-STD-TEXT
                DELIMITED BY SIZE INTO WS-LINE.
            PERFORM SEND-LINE.
            MOVE SPACES TO WS-LINE.
            STRING '  ' AD-ADDRS ' ' AD-CITY ' ' AD-STATE
                   ' ' AD-POSTAL
                DELIMITED BY SIZE INTO WS-LINE.
            PERFORM SEND-LINE.
            IF AD-UNDELIVERABLE
                MOVE SPACES TO WS-LINE
                STRING '  RETURNED ' AD-RTN-DATE
                       ' REASON ' AD-RTN-REASON
                    DELIMITED BY SIZE INTO WS-LINE
                PERFORM SEND-LINE
            END-IF.
        SHOW-ONE-ADDRESS-END.
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
                SET ADDR-ENDED TO TRUE
            END-IF.

      **=============================================================**
        EXIT-PROGRAM.
            MOVE "Ended" TO LOG-TEXT.
            CALL DSPMSG USING
                DFHEIBLK
                DFHCOMMAREA
                LOG-TEXT.
            EXEC CICS RETURN END-EXEC.
