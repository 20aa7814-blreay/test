        IDENTIFICATION DIVISION.
        PROGRAM-ID. SUSPCOR.
        AUTHOR. TUXEDO DEVELOPMENT.
      **=============================================================**
      * Online suspense correction, transaction SCOR.  Client
      * services browses the BDMS0206 suspense entries of a client,
      * optionally only those rejected for one reason, sees a
      * rejected transaction decoded field by field from the FDT,
      * and corrects the offending fields or asks for the entry to
      * be written off - without preparing a BDMS0206 card.
      *
      * The suspense entries are read from SUSPVSAM, the keyed copy
      * of the suspense generation the BDMS0262 REFRESH pass loads
      * after the night's last BDMS0206 run: key client, sequence
      * number and reject date, then the 157-byte suspense entry.
      * The reject reasons are the BDMS0201 maint flag bits, decoded
      * the way BDMS0221 peels them:
      *   SEQ    - sequence number error     AUTH - not authorized
      *   DUP    - duplicate                 OVFL - signed overflow
      *   NOMAST - no matching master        XFLD - cross-field rule
      *   TC     - invalid transaction code  EDIT - field edit
      *   FROZEN - client posting frozen
      *
      * Fields are decoded from the FDTVSAM/FDTCONT copy of the FDT
      * (the FB2 fixed-fields card, key '000', then the record
      * type's card and its continuations) as FARSINQ decodes them,
      * and every field is edited character by character the way
      * the batch 590-CHAR-EDIT does (A anything, N numeric, M
      * numeric or blank, S numeric with an overpunched sign last);
      * a field that fails its edit is flagged.  On a TC 03 a blank
      * field means no change and an '*' blanks it out, exactly as
      * on a keyed modify card; a TC 06 changes only its S fields; a
      * TC 02 carries its key alone.  A packed field cannot be keyed
      * here.  The cross-field rules and the client exits are not
      * repeated online - BDMS0201 applies them when the corrected
      * transaction is released.
      *
      * A finished correction must pass every field edit before it
      * can be staged.  It is written to the SUSPSTG staging file
      * under the suspense key with the correcting operator; the
      * nightly BDMS0262 extract turns it into a BDMS0206 'C' card,
      * which marks the entry corrected by that operator and
      * releases it into the next cycle.  A write-off request is
      * staged the same way, but its 'W' card goes to BDMS0207 as a
      * DECKTYPE W deck, so it still needs a second operator - never
      * the requester - to approve and release it.  A new request
      * on an entry replaces the one staged before it until the
      * extract has taken it.
      *
      * Correcting and writing off are destructive functions: the
      * operator needs an update-authorized OPERPROF profile for
      * transaction SCOR, on the same rules FARSENT applies for
      * FENT.
      *
      * Conversational flow on the QBROWSE pattern:
      *   B <client> [<reason>]        browse e.g.  B ABC EDIT
      *   S <client> <seq> <rejdate>   show one entry
      *   C <client> <seq> <rejdate>   correct one entry
      *   W <client> <seq> <rejdate>   request a write-off
      *   Q                            end
      * While correcting, a field is picked as F nn (fixed card) or
      * R nn (record type card, continuation fields numbered on from
      * 15); END finishes and / abandons the correction.
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
            03  WS-NOW-TIME PIC 9(6).
            03  WS-LIST-CNT PIC S9(4) COMP VALUE 0.
            03  WS-FAIL-CNT PIC S9(4) COMP VALUE 0.
            03  WS-FAIL-DISP PIC Z9.
            03  FILLER PIC X(1) VALUE '0'.
                88  WORKING VALUE '0'.
                88  SESSION-ENDED VALUE '1'.
            03  FILLER PIC X(1) VALUE 'N'.
                88  ENTRY-ABANDONED VALUE 'Y'.
                88  ENTRY-GOING VALUE 'N'.
            03  FILLER PIC X(1) VALUE 'N'.
                88  CORRECTION-DONE VALUE 'Y'.
                88  CORRECTION-OPEN VALUE 'N'.
            03  FILLER PIC X(1) VALUE 'N'.
                88  FIELD-FOUND VALUE 'Y'.
                88  FIELD-MISSING VALUE 'N'.
            03  FILLER PIC X(1) VALUE 'N'.
                88  EDIT-FAILED VALUE 'Y'.
                88  EDIT-OK VALUE 'N'.
            03  FILLER PIC X(1) VALUE 'N'.
                88  BROWSE-DONE VALUE 'Y'.
                88  BROWSE-MORE VALUE 'N'.
            03  FILLER PIC X(1) VALUE 'S'.
                88  SHOW-MODE VALUE 'S'.
                88  PROVE-MODE VALUE 'P'.

        01  WS-INPUT PIC X(80).
        01  WS-LINE PIC X(80).
      * the command line parsed into blank-separated tokens
        01  FILLER.
            03  IN-CMD PIC X(3).
            03  IN-CLIENT PIC X(3).
            03  IN-SEQ PIC X(3).
            03  IN-REJ-DATE PIC X(6).
        01  IN-REASON PIC X(6).
      * a field pick while correcting: F or R, then the field number
        01  FILLER.
            03  IN-FLD-CARD PIC X(3).
            03  IN-FLD-NO PIC X(2).
            03  IN-FLD-NO-9 REDEFINES IN-FLD-NO PIC 99.

      * the suspense entry as BDMS0206 writes it
        01  WS-SUSP-RECORD.
            03  SU-KEY.
                05  SU-CLIENT PIC X(3).
                05  SU-SEQ-NUMBER PIC X(3).
                05  SU-REJECT-DATE PIC X(6).
            03  SU-STATUS PIC X.
                88  SU-SUSPENDED VALUE 'S'.
                88  SU-CORRECTED VALUE 'C'.
            03  SU-MAINT-FLAG PIC X(2).
            03  SU-TRANS PIC X(128).
            03  SU-CORR-USER PIC X(8).
            03  SU-CORR-DATE PIC X(6).
        01  BR-KEY.
            03  BR-CLIENT PIC X(3).
            03  BR-REST PIC X(9).

      * the transaction card being corrected, in the SCLTRANS layout
      * BDMS0201 reads
        01  WS-TRANS.
            03  WT-REC-ID PIC X.
            03  WT-CLIENT PIC X(3).
            03  WT-TC PIC X(2).
                88  WT-DELETE VALUE '02'.
                88  WT-MODIFY VALUE '03'.
                88  WT-SIGNED-ONLY VALUE '06'.
            03  WT-DATE PIC X(6).
            03  WT-SEQ-NUMBER PIC X(3).
            03  WT-ORIGIN-USER PIC X(8).
            03  FILLER PIC X(89).
            03  WT-SYSTEM-FLAGS PIC X(16).
        01  FILLER REDEFINES WS-TRANS.
            03  WT-CHAR PIC X OCCURS 128 TIMES.

      * the SUSPSTG staging record: the suspense key, the action (C
      * correct, W write off), its life (S staged, X taken by the
      * nightly BDMS0262 extract) and the corrected transaction
        01  WS-STG-RECORD.
            03  SS-KEY PIC X(12).
            03  SS-ACTION PIC X.
                88  SS-CORRECTION VALUE 'C'.
                88  SS-WRITE-OFF VALUE 'W'.
            03  SS-STATUS PIC X.
                88  SS-STAGED VALUE 'S'.
                88  SS-EXTRACTED VALUE 'X'.
            03  SS-OPERATOR PIC X(8).
            03  SS-STAGE-DATE PIC 9(8).
            03  SS-STAGE-TIME PIC 9(6).
            03  SS-EXTRACT-DATE PIC 9(8).
            03  SS-TRANS PIC X(128).
            03  FILLER PIC X(28).
        01  STG-ACTION PIC X.

      * maint flag decode: the two flag bytes are the writer's native
      * COMP-5 halfword, peeled bit by bit in the FLAG-SET order
        01  HALFWORD-BIN PIC 9(4) COMP-5.
        01  FILLER REDEFINES HALFWORD-BIN.
            03  HW-B1 PIC X.
            03  HW-B2 PIC X.
        01  FLAG-REMAIN PIC 9(5) COMP-5 VALUE 0.
        01  REASON-IX PIC S9(4) COMP.
        01  REASON-WANT PIC S9(4) COMP VALUE 0.
        01  REASON-PTR PIC S9(4) COMP.
        01  REASON-TEXT PIC X(48).
        01  FILLER PIC X(1) VALUE 'N'.
            88  REASON-MATCHED VALUE 'Y'.
            88  REASON-UNMATCHED VALUE 'N'.
        01  REASON-BIT-TBL.
            03  FILLER PIC 9(4) VALUE 2048.
            03  FILLER PIC 9(4) VALUE 1024.
            03  FILLER PIC 9(4) VALUE 0512.
            03  FILLER PIC 9(4) VALUE 0256.
            03  FILLER PIC 9(4) VALUE 0128.
            03  FILLER PIC 9(4) VALUE 0064.
            03  FILLER PIC 9(4) VALUE 0032.
            03  FILLER PIC 9(4) VALUE 0016.
            03  FILLER PIC 9(4) VALUE 0008.
        01  FILLER REDEFINES REASON-BIT-TBL.
            03  REASON-BIT PIC 9(4) OCCURS 9 TIMES.
        01  REASON-CODE-TBL.
            03  FILLER PIC X(6) VALUE 'SEQ'.
            03  FILLER PIC X(6) VALUE 'DUP'.
            03  FILLER PIC X(6) VALUE 'NOMAST'.
            03  FILLER PIC X(6) VALUE 'TC'.
            03  FILLER PIC X(6) VALUE 'EDIT'.
            03  FILLER PIC X(6) VALUE 'AUTH'.
            03  FILLER PIC X(6) VALUE 'OVFL'.
            03  FILLER PIC X(6) VALUE 'XFLD'.
            03  FILLER PIC X(6) VALUE 'FROZEN'.
        01  FILLER REDEFINES REASON-CODE-TBL.
            03  REASON-CODE PIC X(6) OCCURS 9 TIMES.

      * one FDT card fetched from FDTVSAM: key then the card text
        01  WS-FDT-RECORD.
            03  FK-SEQ PIC X(3).
            03  FK-CARD.
                05  FC-FILE-ID PIC X.
                05  FC-SEQ-NUMB PIC X(3).
                05  FC-FIELD-NO PIC 99.
                05  FC-CONT-MARK PIC X.
                05  FC-LOC-BASE PIC X(3).
                05  FC-LOC-BASE-9 REDEFINES FC-LOC-BASE PIC 9(3).
                05  FC-FIELD-DEFNS OCCURS 14 TIMES.
                    07  FC-FORMAT PIC X.
                    07  FC-LOCATION PIC 99.
                    07  FC-LENGTH PIC 99.
        01  WS-FDT-KEY PIC X(3).
      * one continuation card fetched from FDTCONT: key then the text
        01  WS-FDT-CONT-RECORD.
            03  FCK-KEY.
                05  FCK-SEQ PIC X(3).
                05  FCK-CONT-NO PIC 99.
            03  FCK-CARD PIC X(80).
        01  CONT-NO PIC S9(4) COMP.
        01  CONT-MAX PIC S9(4) COMP VALUE 6.
        01  CONT-LOC-BASE PIC S9(4) COMP.
        01  FLD-NO-BIAS PIC S9(4) COMP.
        01  FILLER PIC X(1).
            88  MORE-CONT-CARDS VALUE '0'.
            88  NO-MORE-CONT-CARDS VALUE '1'.
        01  FLD-IX PIC S9(4) COMP.
        01  FLD-WANT PIC S9(4) COMP.
        01  FLD-LOC PIC S9(4) COMP.
        01  FLD-LEN PIC S9(4) COMP.
        01  FLD-EDIT-LEN PIC S9(4) COMP.
        01  FLD-CHAR-NO PIC S9(4) COMP.
        01  FLD-LABEL PIC X(5).
        01  FLD-NO-DISP PIC 99.
        01  FLD-LEN-DISP PIC 99.
        01  FLD-POS-DISP PIC 99.
        01  FLD-SHOW PIC X(40).
        01  FLD-VALUE PIC X(60).
        01  FLD-VALUE-CHARS REDEFINES FLD-VALUE.
            03  FV-CHAR PIC X OCCURS 60 TIMES.
      * the 590-CHAR-EDIT overpunched-sign test on an S field's last
      * position
        01  FIELD-SIGN PIC X.
        01  SIGN-POSITION REDEFINES FIELD-SIGN PIC S9.

      * operator profile record (the OPERPROF file the OPERPROF
      * batch maintenance governs); absence or 'N' denies the
      * update, an unreadable profile file allows with a logged
      * warning
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
                UNTIL SESSION-ENDED.
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
            MOVE 'B CLIENT [REASON], S/C/W CLIENT SEQ REJDATE, Q:'
                TO WS-LINE.
            PERFORM SEND-LINE.
            PERFORM RECEIVE-INPUT.
            IF SESSION-ENDED
                GO TO ONE-COMMAND-END
            END-IF.
            MOVE FUNCTION UPPER-CASE(WS-INPUT) TO WS-INPUT.
            IF WS-INPUT(1:1) = 'Q' AND WS-INPUT(2:1) = SPACE
                SET SESSION-ENDED TO TRUE
                GO TO ONE-COMMAND-END
            END-IF.
            MOVE SPACES TO IN-CMD IN-CLIENT IN-SEQ IN-REJ-DATE.
            IF WS-INPUT(1:1) = 'B' AND WS-INPUT(2:1) = SPACE
                MOVE SPACES TO IN-REASON
                UNSTRING WS-INPUT DELIMITED BY ALL ' '
                    INTO IN-CMD IN-CLIENT IN-REASON
                PERFORM BROWSE-CLIENT THRU BROWSE-CLIENT-END
                GO TO ONE-COMMAND-END
            END-IF.
            UNSTRING WS-INPUT DELIMITED BY ALL ' '
                INTO IN-CMD IN-CLIENT IN-SEQ IN-REJ-DATE.
            IF IN-CMD NOT = 'S' AND IN-CMD NOT = 'C'
               AND IN-CMD NOT = 'W'
                MOVE 'COMMAND MUST BE B, S, C, W OR Q' TO WS-LINE
                PERFORM SEND-LINE
                GO TO ONE-COMMAND-END
            END-IF.
            IF IN-CLIENT = SPACES OR IN-SEQ NOT NUMERIC
               OR IN-REJ-DATE NOT NUMERIC
                MOVE 'NEED CLIENT, A NUMERIC SEQ AND THE REJECT DATE'
                    TO WS-LINE
                PERFORM SEND-LINE
                GO TO ONE-COMMAND-END
            END-IF.
            PERFORM READ-ENTRY THRU READ-ENTRY-END.
            IF ENTRY-ABANDONED
                GO TO ONE-COMMAND-END
            END-IF.
            PERFORM SHOW-HEADER.
            IF IN-CMD = 'S'
                SET SHOW-MODE TO TRUE
                PERFORM WALK-ENTRY-FIELDS
                GO TO ONE-COMMAND-END
            END-IF.
            IF NOT SU-SUSPENDED
                MOVE 'ENTRY ALREADY CORRECTED - AWAITING RELEASE'
                    TO WS-LINE
                PERFORM SEND-LINE
                GO TO ONE-COMMAND-END
            END-IF.
            PERFORM PROFILE-CHECK THRU PROFILE-CHECK-END.
            IF UPDATE-DENIED
                MOVE SPACES TO WS-LINE
                STRING 'OPERATOR ' WS-USERID
                       ' IS NOT AUTHORIZED TO CORRECT SUSPENSE'
                    DELIMITED BY SIZE INTO WS-LINE
                PERFORM SEND-LINE
                GO TO ONE-COMMAND-END
            END-IF.
            IF IN-CMD = 'C'
                PERFORM CORRECT-ENTRY THRU CORRECT-ENTRY-END
            ELSE
                PERFORM WRITE-OFF-ENTRY THRU WRITE-OFF-ENTRY-END
            END-IF.
        ONE-COMMAND-END.
            EXIT.

      **=============================================================**
      * B: lists the client's suspense entries in key order with
      * their reject reasons and any request staged against them,
      * only those rejected for the reason given if there is one
      **=============================================================**
        BROWSE-CLIENT.
            IF IN-CLIENT = SPACES
                MOVE 'BROWSE NEEDS A CLIENT' TO WS-LINE
                PERFORM SEND-LINE
                GO TO BROWSE-CLIENT-END
            END-IF.
            MOVE 0 TO REASON-WANT.
            IF IN-REASON NOT = SPACES
                MOVE 1 TO REASON-IX
                PERFORM FIND-REASON-CODE
                    UNTIL REASON-IX > 9 OR REASON-WANT > 0
                IF REASON-WANT = 0
                    MOVE SPACES TO WS-LINE
                    STRING 'REASON MUST BE SEQ, DUP, NOMAST, TC, '
                           'EDIT, AUTH, OVFL, XFLD OR FROZEN'
                        DELIMITED BY SIZE INTO WS-LINE
                    PERFORM SEND-LINE
                    GO TO BROWSE-CLIENT-END
                END-IF
            END-IF.
            MOVE 0 TO WS-LIST-CNT.
            MOVE IN-CLIENT TO BR-CLIENT.
            MOVE LOW-VALUES TO BR-REST.
            EXEC CICS STARTBR FILE('SUSPVSAM')
                RIDFLD(BR-KEY)
                GTEQ
                RESP(TP-STATUS) RESP2(TP-STATUS2)
            END-EXEC.
            IF TP-STATUS = DFHRESP(NOTFND)
                GO TO BROWSE-CLIENT-TOTAL
            END-IF.
            IF TP-STATUS NOT = DFHRESP(NORMAL)
                MOVE "CICS STARTBR" TO LOG-ROUTINE
                CALL DSPERR USING
                    DFHEIBLK
                    DFHCOMMAREA
                    LOG-ROUTINE
                    TP-STATUS
                    TP-STATUS2
                GO TO BROWSE-CLIENT-END
            END-IF.
            MOVE 'SEQ REJDAT ST TC REASONS / PENDING REQUEST'
                TO WS-LINE.
            PERFORM SEND-LINE.
            SET BROWSE-MORE TO TRUE.
            PERFORM READ-ONE-ENTRY UNTIL BROWSE-DONE.
            EXEC CICS ENDBR FILE('SUSPVSAM')
                RESP(TP-STATUS) RESP2(TP-STATUS2)
            END-EXEC.
        BROWSE-CLIENT-TOTAL.
            IF WS-LIST-CNT = 0
                MOVE 'NO SUSPENSE ENTRIES TO SHOW FOR THAT CLIENT'
                    TO WS-LINE
                PERFORM SEND-LINE
            END-IF.
        BROWSE-CLIENT-END.
            EXIT.

      **=============================================================**
        FIND-REASON-CODE.
            IF REASON-CODE(REASON-IX) = IN-REASON
                MOVE REASON-IX TO REASON-WANT
            ELSE
                ADD 1 TO REASON-IX
            END-IF.

      **=============================================================**
        READ-ONE-ENTRY.
            EXEC CICS READNEXT FILE('SUSPVSAM')
                INTO(WS-SUSP-RECORD)
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
            IF SU-CLIENT NOT = IN-CLIENT
                SET BROWSE-DONE TO TRUE
            ELSE
                PERFORM DECODE-REASONS
                IF REASON-WANT = 0 OR REASON-MATCHED
                    PERFORM SHOW-ONE-ENTRY
                END-IF
            END-IF
            END-IF
            END-IF.

      **=============================================================**
        SHOW-ONE-ENTRY.
            ADD 1 TO WS-LIST-CNT.
            MOVE SU-TRANS TO WS-TRANS.
            MOVE SPACES TO WS-LINE.
            STRING SU-SEQ-NUMBER ' ' SU-REJECT-DATE ' ' SU-STATUS
                   '  ' WT-TC ' ' REASON-TEXT
                DELIMITED BY SIZE INTO WS-LINE.
            PERFORM SEND-LINE.
            EXEC CICS READ FILE('SUSPSTG')
                INTO(WS-STG-RECORD)
                RIDFLD(SU-KEY)
                RESP(TP-STATUS) RESP2(TP-STATUS2)
            END-EXEC.
            IF TP-STATUS = DFHRESP(NORMAL) AND SS-STAGED
                MOVE SPACES TO WS-LINE
                IF SS-CORRECTION
                    STRING '    CORRECTION STAGED BY ' SS-OPERATOR
                           ' ' SS-STAGE-DATE ' ' SS-STAGE-TIME
                        DELIMITED BY SIZE INTO WS-LINE
                ELSE
                    STRING '    WRITE-OFF REQUESTED BY ' SS-OPERATOR
                           ' ' SS-STAGE-DATE ' ' SS-STAGE-TIME
                        DELIMITED BY SIZE INTO WS-LINE
                END-IF
                PERFORM SEND-LINE
            END-IF.

      **=============================================================**
      * the maint flag bits as reason codes in REASON-TEXT, noting
      * whether the reason browsed for is among them
      **=============================================================**
        DECODE-REASONS.
            MOVE SPACES TO REASON-TEXT.
            MOVE 1 TO REASON-PTR.
            SET REASON-UNMATCHED TO TRUE.
            MOVE LOW-VALUES TO HW-B1 HW-B2.
            MOVE SU-MAINT-FLAG(1:1) TO HW-B1.
            MOVE SU-MAINT-FLAG(2:1) TO HW-B2.
            MOVE HALFWORD-BIN TO FLAG-REMAIN.
            MOVE 1 TO REASON-IX.
            PERFORM PEEL-REASON-BIT UNTIL REASON-IX > 9.
            IF REASON-TEXT = SPACES
                MOVE 'NONE FLAGGED' TO REASON-TEXT
            END-IF.

        PEEL-REASON-BIT.
            IF FLAG-REMAIN NOT < REASON-BIT(REASON-IX)
                SUBTRACT REASON-BIT(REASON-IX) FROM FLAG-REMAIN
                STRING REASON-CODE(REASON-IX) DELIMITED BY SPACE
                       ' ' DELIMITED BY SIZE
                    INTO REASON-TEXT WITH POINTER REASON-PTR
                IF REASON-IX = REASON-WANT
                    SET REASON-MATCHED TO TRUE
                END-IF
            END-IF.
            ADD 1 TO REASON-IX.

      **=============================================================**
      * reads the one suspense entry named on the command line
      **=============================================================**
        READ-ENTRY.
            SET ENTRY-GOING TO TRUE.
            MOVE IN-CLIENT TO SU-CLIENT.
            MOVE IN-SEQ TO SU-SEQ-NUMBER.
            MOVE IN-REJ-DATE TO SU-REJECT-DATE.
            MOVE SU-KEY TO BR-KEY.
            EXEC CICS READ FILE('SUSPVSAM')
                INTO(WS-SUSP-RECORD)
                RIDFLD(BR-KEY)
                RESP(TP-STATUS) RESP2(TP-STATUS2)
            END-EXEC.
            IF TP-STATUS = DFHRESP(NOTFND)
                MOVE 'NO SUSPENSE ENTRY UNDER THAT KEY' TO WS-LINE
                PERFORM SEND-LINE
                SET ENTRY-ABANDONED TO TRUE
                GO TO READ-ENTRY-END
            END-IF.
            IF TP-STATUS NOT = DFHRESP(NORMAL)
                MOVE "CICS READ SUSP" TO LOG-ROUTINE
                CALL DSPERR USING
                    DFHEIBLK
                    DFHCOMMAREA
                    LOG-ROUTINE
                    TP-STATUS
                    TP-STATUS2
                SET ENTRY-ABANDONED TO TRUE
                GO TO READ-ENTRY-END
            END-IF.
            MOVE SU-TRANS TO WS-TRANS.
        READ-ENTRY-END.
            EXIT.

      **=============================================================**
        SHOW-HEADER.
            PERFORM DECODE-REASONS.
            MOVE SPACES TO WS-LINE.
            STRING 'ENTRY ' SU-CLIENT ' ' SU-SEQ-NUMBER
                   ' REJECTED ' SU-REJECT-DATE ' STATUS ' SU-STATUS
                   ' TC ' WT-TC ' KEYED BY ' WT-ORIGIN-USER
                DELIMITED BY SIZE INTO WS-LINE.
            PERFORM SEND-LINE.
            MOVE SPACES TO WS-LINE.
            STRING '  REASONS: ' REASON-TEXT
                DELIMITED BY SIZE INTO WS-LINE.
            PERFORM SEND-LINE.
            IF SU-CORRECTED
                MOVE SPACES TO WS-LINE
                STRING '  CORRECTED BY ' SU-CORR-USER
                       ' ON RUN DATE ' SU-CORR-DATE
                    DELIMITED BY SIZE INTO WS-LINE
                PERFORM SEND-LINE
            END-IF.

      **=============================================================**
      * walks every FDT field of the fixed card and the record type
      * card: show mode prints each field with its edit result,
      * prove mode only counts and lists the failures
      **=============================================================**
        WALK-ENTRY-FIELDS.
            MOVE 0 TO WS-FAIL-CNT.
            MOVE '000' TO WS-FDT-KEY.
            MOVE 'FIXED' TO FLD-LABEL.
            PERFORM WALK-CARD THRU WALK-CARD-END.
            MOVE WT-SEQ-NUMBER TO WS-FDT-KEY.
            MOVE 'RTYPE' TO FLD-LABEL.
            PERFORM WALK-CARD THRU WALK-CARD-END.

      **=============================================================**
        WALK-CARD.
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
                ADD 1 TO WS-FAIL-CNT
                GO TO WALK-CARD-END
            END-IF.
            IF TP-STATUS NOT = DFHRESP(NORMAL)
                MOVE "CICS READ FDT" TO LOG-ROUTINE
                CALL DSPERR USING
                    DFHEIBLK
                    DFHCOMMAREA
                    LOG-ROUTINE
                    TP-STATUS
                    TP-STATUS2
                ADD 1 TO WS-FAIL-CNT
                GO TO WALK-CARD-END
            END-IF.
            MOVE 0 TO FLD-NO-BIAS CONT-LOC-BASE CONT-NO.
            MOVE 1 TO FLD-IX.
            PERFORM WALK-ONE-FIELD THRU WALK-ONE-FIELD-END
                UNTIL FLD-IX > 14 OR FC-FORMAT(FLD-IX) = SPACE.
            SET MORE-CONT-CARDS TO TRUE.
            PERFORM WALK-CONT-CARD THRU WALK-CONT-CARD-END
                UNTIL NO-MORE-CONT-CARDS.
        WALK-CARD-END.
            EXIT.

      **=============================================================**
      * the card's next continuation from FDTCONT, while the card
      * before it was full, its fields numbered on from that card's
      **=============================================================**
        WALK-CONT-CARD.
            IF FLD-IX NOT > 14 OR CONT-NO NOT < CONT-MAX
                SET NO-MORE-CONT-CARDS TO TRUE
                GO TO WALK-CONT-CARD-END
            END-IF.
            ADD 1 TO CONT-NO.
            PERFORM READ-CONT-CARD THRU READ-CONT-CARD-END.
            IF NO-MORE-CONT-CARDS
                GO TO WALK-CONT-CARD-END
            END-IF.
            ADD 14 TO FLD-NO-BIAS.
            MOVE 1 TO FLD-IX.
            PERFORM WALK-ONE-FIELD THRU WALK-ONE-FIELD-END
                UNTIL FLD-IX > 14 OR FC-FORMAT(FLD-IX) = SPACE.
        WALK-CONT-CARD-END.
            EXIT.

      **=============================================================**
      * continuation CONT-NO of the card under WS-FDT-KEY replaces
      * the card text, with its location base in CONT-LOC-BASE
      **=============================================================**
        READ-CONT-CARD.
            SET MORE-CONT-CARDS TO TRUE.
            MOVE WS-FDT-KEY TO FCK-SEQ.
            MOVE CONT-NO TO FCK-CONT-NO.
            EXEC CICS READ FILE('FDTCONT')
                INTO(WS-FDT-CONT-RECORD)
                RIDFLD(FCK-KEY)
                RESP(TP-STATUS) RESP2(TP-STATUS2)
            END-EXEC.
            IF TP-STATUS = DFHRESP(NOTFND)
                SET NO-MORE-CONT-CARDS TO TRUE
                GO TO READ-CONT-CARD-END
            END-IF.
            IF TP-STATUS NOT = DFHRESP(NORMAL)
                MOVE "CICS READ CONT" TO LOG-ROUTINE
                CALL DSPERR USING
                    DFHEIBLK
                    DFHCOMMAREA
                    LOG-ROUTINE
                    TP-STATUS
                    TP-STATUS2
                SET NO-MORE-CONT-CARDS TO TRUE
                GO TO READ-CONT-CARD-END
            END-IF.
            MOVE FCK-CARD TO FK-CARD.
            IF FC-LOC-BASE NUMERIC
                MOVE FC-LOC-BASE-9 TO CONT-LOC-BASE
            ELSE
                MOVE 0 TO CONT-LOC-BASE
            END-IF.
        READ-CONT-CARD-END.
            EXIT.

      **=============================================================**
      * one field of the walk: located, its value taken from the
      * transaction and put through its edit
      **=============================================================**
        WALK-ONE-FIELD.
            PERFORM LOCATE-THIS-FIELD.
            IF FLD-LOC < 1 OR FLD-LEN < 1
               OR FLD-LOC + FLD-LEN > 129
                IF SHOW-MODE
                    MOVE SPACES TO WS-LINE
                    STRING '  ' FLD-LABEL '-' FLD-NO-DISP
                           ' (BEYOND THE 128-BYTE TRANSACTION)'
                        DELIMITED BY SIZE INTO WS-LINE
                    PERFORM SEND-LINE
                END-IF
                GO TO WALK-ONE-FIELD-END
            END-IF.
            MOVE SPACES TO FLD-SHOW.
            IF FC-FORMAT(FLD-IX) = 'P'
                MOVE '(PACKED FIELD - SEE BATCH EXTRACT)' TO FLD-SHOW
                SET EDIT-OK TO TRUE
            ELSE
                PERFORM TAKE-FIELD-VALUE
                IF FLD-LEN > 40
                    MOVE FLD-VALUE(1:40) TO FLD-SHOW
                ELSE
                    MOVE FLD-VALUE(1:FLD-LEN) TO FLD-SHOW(1:FLD-LEN)
                END-IF
                PERFORM EDIT-WALKED-FIELD
            END-IF.
            IF EDIT-FAILED
                ADD 1 TO WS-FAIL-CNT
            END-IF.
            MOVE SPACES TO WS-LINE.
            IF EDIT-FAILED
                STRING '  ' FLD-LABEL '-' FLD-NO-DISP
                       ' FMT ' FC-FORMAT(FLD-IX)
                       ' = <' FLD-SHOW '> FAILS AT ' FLD-POS-DISP
                    DELIMITED BY SIZE INTO WS-LINE
                PERFORM SEND-LINE
            ELSE
            IF SHOW-MODE
                STRING '  ' FLD-LABEL '-' FLD-NO-DISP
                       ' FMT ' FC-FORMAT(FLD-IX)
                       ' = <' FLD-SHOW '>'
                    DELIMITED BY SIZE INTO WS-LINE
                PERFORM SEND-LINE
            END-IF
            END-IF.
        WALK-ONE-FIELD-END.
            ADD 1 TO FLD-IX.

      **=============================================================**
      * the edit a walked field gets: none on a delete, none on a
      * TC 06 field that is not S, and none on a modify field left
      * blank or blanked out with '*'
      **=============================================================**
        EDIT-WALKED-FIELD.
            SET EDIT-OK TO TRUE.
            IF WT-DELETE
                CONTINUE
            ELSE
            IF WT-SIGNED-ONLY AND FC-FORMAT(FLD-IX) NOT = 'S'
                CONTINUE
            ELSE
            IF WT-MODIFY
               AND (FLD-VALUE = SPACES OR FV-CHAR(1) = '*')
                CONTINUE
            ELSE
                PERFORM EDIT-FIELD-VALUE THRU EDIT-FIELD-VALUE-END
            END-IF
            END-IF
            END-IF.

      **=============================================================**
      * the field-number/+100 location rule the batch edits use,
      * plus a continuation card's location base
      **=============================================================**
        LOCATE-THIS-FIELD.
            IF FC-FIELD-NO NOT NUMERIC
               OR FC-FIELD-NO > FLD-IX OR FC-FIELD-NO = 0
                MOVE FC-LOCATION(FLD-IX) TO FLD-LOC
            ELSE
                COMPUTE FLD-LOC = FC-LOCATION(FLD-IX) + 100
            END-IF.
            ADD CONT-LOC-BASE TO FLD-LOC.
            MOVE FC-LENGTH(FLD-IX) TO FLD-LEN.
            MOVE FC-LENGTH(FLD-IX) TO FLD-LEN-DISP.
            COMPUTE FLD-NO-DISP = FLD-IX + FLD-NO-BIAS.

      **=============================================================**
      * the field's bytes out of the transaction into FLD-VALUE; the
      * edit covers the first 60 of a longer field
      **=============================================================**
        TAKE-FIELD-VALUE.
            MOVE SPACES TO FLD-VALUE.
            IF FLD-LEN > 60
                MOVE 60 TO FLD-EDIT-LEN
            ELSE
                MOVE FLD-LEN TO FLD-EDIT-LEN
            END-IF.
            MOVE WS-TRANS(FLD-LOC:FLD-EDIT-LEN)
                TO FLD-VALUE(1:FLD-EDIT-LEN).

      **=============================================================**
      * C: the entry's transaction is corrected field by field; it
      * must pass every field edit before it can be staged
      **=============================================================**
        CORRECT-ENTRY.
            IF WT-DELETE
                MOVE 'A TC 02 CARRIES ITS KEY ONLY - WRITE IT OFF'
                    TO WS-LINE
                PERFORM SEND-LINE
                GO TO CORRECT-ENTRY-END
            END-IF.
            SET SHOW-MODE TO TRUE.
            PERFORM WALK-ENTRY-FIELDS.
            MOVE 'FIELD: F NN (FIXED), R NN (RECORD TYPE), END, /'
                TO WS-LINE.
            PERFORM SEND-LINE.
            SET CORRECTION-OPEN TO TRUE.
            PERFORM CORRECT-ONE-FIELD THRU CORRECT-ONE-FIELD-END
                UNTIL CORRECTION-DONE
                   OR ENTRY-ABANDONED OR SESSION-ENDED.
            IF ENTRY-ABANDONED OR SESSION-ENDED
                MOVE 'CORRECTION ABANDONED - NOTHING STAGED' TO WS-LINE
                PERFORM SEND-LINE
                GO TO CORRECT-ENTRY-END
            END-IF.
            MOVE SPACES TO WS-LINE.
            STRING 'STAGE THE CORRECTION OF ' SU-CLIENT ' '
                   SU-SEQ-NUMBER ' FOR TONIGHT''S RUN? (Y/N)'
                DELIMITED BY SIZE INTO WS-LINE.
            PERFORM SEND-LINE.
            PERFORM RECEIVE-INPUT.
            IF SESSION-ENDED
               OR FUNCTION UPPER-CASE(WS-INPUT(1:1)) NOT = 'Y'
                MOVE 'NOT CONFIRMED - NOTHING STAGED' TO WS-LINE
                PERFORM SEND-LINE
                GO TO CORRECT-ENTRY-END
            END-IF.
            MOVE 'C' TO STG-ACTION.
            PERFORM STAGE-REQUEST THRU STAGE-REQUEST-END.
        CORRECT-ENTRY-END.
            EXIT.

      **=============================================================**
      * one field pick; END re-proves the whole transaction and
      * finishes only when nothing fails
      **=============================================================**
        CORRECT-ONE-FIELD.
            MOVE 'FIELD:' TO WS-LINE.
            PERFORM SEND-LINE.
            PERFORM RECEIVE-INPUT.
            IF SESSION-ENDED
                GO TO CORRECT-ONE-FIELD-END
            END-IF.
            MOVE FUNCTION UPPER-CASE(WS-INPUT) TO WS-INPUT.
            IF WS-INPUT(1:1) = '/' AND WS-INPUT(2:1) = SPACE
                SET ENTRY-ABANDONED TO TRUE
                GO TO CORRECT-ONE-FIELD-END
            END-IF.
            IF WS-INPUT(1:4) = 'END '
                SET PROVE-MODE TO TRUE
                PERFORM WALK-ENTRY-FIELDS
                IF WS-FAIL-CNT = 0
                    SET CORRECTION-DONE TO TRUE
                ELSE
                    MOVE WS-FAIL-CNT TO WS-FAIL-DISP
                    MOVE SPACES TO WS-LINE
                    STRING WS-FAIL-DISP ' FIELD(S) STILL FAIL THEIR '
                           'EDITS - CORRECT THEM OR /'
                        DELIMITED BY SIZE INTO WS-LINE
                    PERFORM SEND-LINE
                END-IF
                GO TO CORRECT-ONE-FIELD-END
            END-IF.
            MOVE SPACES TO IN-FLD-CARD IN-FLD-NO.
            UNSTRING WS-INPUT DELIMITED BY ALL ' '
                INTO IN-FLD-CARD IN-FLD-NO.
            IF (IN-FLD-CARD NOT = 'F' AND IN-FLD-CARD NOT = 'R')
               OR IN-FLD-NO NOT NUMERIC OR IN-FLD-NO-9 = 0
                MOVE 'PICK A FIELD AS F NN OR R NN (E.G. R 03)'
                    TO WS-LINE
                PERFORM SEND-LINE
                GO TO CORRECT-ONE-FIELD-END
            END-IF.
            PERFORM LOCATE-PICKED-FIELD THRU LOCATE-PICKED-FIELD-END.
            IF FIELD-MISSING
                MOVE 'NO SUCH FIELD IN THE FDT' TO WS-LINE
                PERFORM SEND-LINE
                GO TO CORRECT-ONE-FIELD-END
            END-IF.
            IF FLD-LOC < 1 OR FLD-LEN < 1
               OR FLD-LOC + FLD-LEN > 129 OR FLD-LEN > 60
               OR FC-FORMAT(FLD-IX) = 'P'
                MOVE SPACES TO WS-LINE
                STRING '  ' FLD-LABEL '-' FLD-NO-DISP
                       ' FMT ' FC-FORMAT(FLD-IX)
                       ' NOT KEYABLE ONLINE - WRITE OFF AND REKEY'
                    DELIMITED BY SIZE INTO WS-LINE
                PERFORM SEND-LINE
                GO TO CORRECT-ONE-FIELD-END
            END-IF.
            IF WT-SIGNED-ONLY AND FC-FORMAT(FLD-IX) NOT = 'S'
                MOVE 'A TC 06 CHANGES ITS S FIELDS ONLY' TO WS-LINE
                PERFORM SEND-LINE
                GO TO CORRECT-ONE-FIELD-END
            END-IF.
            PERFORM PROMPT-ONE-FIELD THRU PROMPT-ONE-FIELD-END.
        CORRECT-ONE-FIELD-END.
            EXIT.

      **=============================================================**
      * finds field nn of the fixed or the record type card: fields
      * 15 on are on the card's continuations, 14 to a card
      **=============================================================**
        LOCATE-PICKED-FIELD.
            SET FIELD-MISSING TO TRUE.
            IF IN-FLD-CARD = 'F'
                MOVE '000' TO WS-FDT-KEY
                MOVE 'FIXED' TO FLD-LABEL
            ELSE
                MOVE WT-SEQ-NUMBER TO WS-FDT-KEY
                MOVE 'RTYPE' TO FLD-LABEL
            END-IF.
            MOVE IN-FLD-NO-9 TO FLD-WANT.
            SUBTRACT 1 FROM FLD-WANT.
            DIVIDE FLD-WANT BY 14 GIVING CONT-NO REMAINDER FLD-IX.
            ADD 1 TO FLD-IX.
            IF CONT-NO > CONT-MAX
                GO TO LOCATE-PICKED-FIELD-END
            END-IF.
            EXEC CICS READ FILE('FDTVSAM')
                INTO(WS-FDT-RECORD)
                RIDFLD(WS-FDT-KEY)
                RESP(TP-STATUS) RESP2(TP-STATUS2)
            END-EXEC.
            IF TP-STATUS NOT = DFHRESP(NORMAL)
                GO TO LOCATE-PICKED-FIELD-END
            END-IF.
            MOVE 0 TO CONT-LOC-BASE.
            COMPUTE FLD-NO-BIAS = CONT-NO * 14.
            IF CONT-NO > 0
                PERFORM READ-CONT-CARD THRU READ-CONT-CARD-END
                IF NO-MORE-CONT-CARDS
                    GO TO LOCATE-PICKED-FIELD-END
                END-IF
            END-IF.
            IF FC-FORMAT(FLD-IX) = SPACE
                GO TO LOCATE-PICKED-FIELD-END
            END-IF.
            PERFORM LOCATE-THIS-FIELD.
            SET FIELD-FOUND TO TRUE.
        LOCATE-PICKED-FIELD-END.
            EXIT.

      **=============================================================**
      * shows the field's current value and takes the new one:
      * blank keeps it, '*' blanks it out (on a modify, the '*'
      * marker itself), anything else must pass the field's edit
      **=============================================================**
        PROMPT-ONE-FIELD.
            PERFORM TAKE-FIELD-VALUE.
            MOVE SPACES TO WS-LINE.
            STRING '  ' FLD-LABEL '-' FLD-NO-DISP
                   ' FMT ' FC-FORMAT(FLD-IX)
                   ' LEN ' FLD-LEN-DISP ' = <'
                   FLD-VALUE(1:FLD-LEN) '> NEW:'
                DELIMITED BY SIZE INTO WS-LINE.
            PERFORM SEND-LINE.
            PERFORM RECEIVE-INPUT.
            IF SESSION-ENDED
                GO TO PROMPT-ONE-FIELD-END
            END-IF.
            MOVE WS-INPUT(1:60) TO FLD-VALUE.
            IF FLD-VALUE = SPACES
                MOVE '  UNCHANGED' TO WS-LINE
                PERFORM SEND-LINE
                GO TO PROMPT-ONE-FIELD-END
            END-IF.
            IF FLD-LEN < 60
                IF FLD-VALUE(FLD-LEN + 1:) NOT = SPACES
                    MOVE 'VALUE LONGER THAN THE FIELD - PICK IT AGAIN'
                        TO WS-LINE
                    PERFORM SEND-LINE
                    GO TO PROMPT-ONE-FIELD-END
                END-IF
            END-IF.
            IF FV-CHAR(1) = '*' AND FLD-VALUE(2:) = SPACES
                MOVE SPACES TO WS-TRANS(FLD-LOC:FLD-LEN)
                IF WT-MODIFY
                    MOVE '*' TO WT-CHAR(FLD-LOC)
                END-IF
                GO TO PROMPT-ONE-FIELD-END
            END-IF.
            MOVE FLD-LEN TO FLD-EDIT-LEN.
            PERFORM EDIT-FIELD-VALUE THRU EDIT-FIELD-VALUE-END.
            IF EDIT-FAILED
                MOVE SPACES TO WS-LINE
                STRING '  FAILS THE FMT ' FC-FORMAT(FLD-IX)
                       ' EDIT AT POSITION ' FLD-POS-DISP
                       ' - PICK IT AGAIN'
                    DELIMITED BY SIZE INTO WS-LINE
                PERFORM SEND-LINE
                GO TO PROMPT-ONE-FIELD-END
            END-IF.
            MOVE FLD-VALUE(1:FLD-LEN) TO WS-TRANS(FLD-LOC:FLD-LEN).
        PROMPT-ONE-FIELD-END.
            EXIT.

      **=============================================================**
      * the 590-CHAR-EDIT rules, one position at a time over the
      * first FLD-EDIT-LEN positions; the failing position comes
      * back in FLD-POS-DISP for the message
      **=============================================================**
        EDIT-FIELD-VALUE.
            SET EDIT-OK TO TRUE.
            MOVE 1 TO FLD-CHAR-NO.
            PERFORM EDIT-ONE-CHAR
                UNTIL FLD-CHAR-NO > FLD-EDIT-LEN OR EDIT-FAILED.
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
      * W: a write-off is only requested here; BDMS0207 still needs
      * a second operator to approve and release it
      **=============================================================**
        WRITE-OFF-ENTRY.
            MOVE SPACES TO WS-LINE.
            STRING 'REQUEST THE WRITE-OFF OF ' SU-CLIENT ' '
                   SU-SEQ-NUMBER ' REJECTED ' SU-REJECT-DATE
                   '? (Y/N)'
                DELIMITED BY SIZE INTO WS-LINE.
            PERFORM SEND-LINE.
            PERFORM RECEIVE-INPUT.
            IF SESSION-ENDED
               OR FUNCTION UPPER-CASE(WS-INPUT(1:1)) NOT = 'Y'
                MOVE 'NOT CONFIRMED - NOTHING STAGED' TO WS-LINE
                PERFORM SEND-LINE
                GO TO WRITE-OFF-ENTRY-END
            END-IF.
            MOVE 'W' TO STG-ACTION.
            PERFORM STAGE-REQUEST THRU STAGE-REQUEST-END.
        WRITE-OFF-ENTRY-END.
            EXIT.

      **=============================================================**
      * writes the request to SUSPSTG under the suspense key; one
      * still staged is replaced, one the extract has taken is past
      * the cutoff
      **=============================================================**
        STAGE-REQUEST.
            PERFORM GET-TODAY.
            EXEC CICS READ FILE('SUSPSTG')
                INTO(WS-STG-RECORD)
                RIDFLD(SU-KEY)
                UPDATE
                RESP(TP-STATUS) RESP2(TP-STATUS2)
            END-EXEC.
            IF TP-STATUS NOT = DFHRESP(NORMAL)
               AND TP-STATUS NOT = DFHRESP(NOTFND)
                MOVE "CICS READ UPD" TO LOG-ROUTINE
                CALL DSPERR USING
                    DFHEIBLK
                    DFHCOMMAREA
                    LOG-ROUTINE
                    TP-STATUS
                    TP-STATUS2
                GO TO STAGE-REQUEST-END
            END-IF.
            IF TP-STATUS = DFHRESP(NORMAL) AND SS-EXTRACTED
                EXEC CICS UNLOCK FILE('SUSPSTG')
                    RESP(TP-STATUS) RESP2(TP-STATUS2)
                END-EXEC
                MOVE 'ALREADY TAKEN INTO BATCH - PAST THE CUTOFF'
                    TO WS-LINE
                PERFORM SEND-LINE
                GO TO STAGE-REQUEST-END
            END-IF.
            IF TP-STATUS = DFHRESP(NORMAL)
                MOVE SPACES TO WS-LINE
                STRING '  REPLACES THE REQUEST STAGED BY ' SS-OPERATOR
                    DELIMITED BY SIZE INTO WS-LINE
                PERFORM SEND-LINE
                PERFORM BUILD-STAGE-RECORD
                EXEC CICS REWRITE FILE('SUSPSTG')
                    FROM(WS-STG-RECORD)
                    RESP(TP-STATUS) RESP2(TP-STATUS2)
                END-EXEC
            ELSE
                PERFORM BUILD-STAGE-RECORD
                EXEC CICS WRITE FILE('SUSPSTG')
                    FROM(WS-STG-RECORD)
                    RIDFLD(SS-KEY)
                    RESP(TP-STATUS) RESP2(TP-STATUS2)
                END-EXEC
            END-IF.
            IF TP-STATUS NOT = DFHRESP(NORMAL)
                MOVE "CICS WRITE STG" TO LOG-ROUTINE
                CALL DSPERR USING
                    DFHEIBLK
                    DFHCOMMAREA
                    LOG-ROUTINE
                    TP-STATUS
                    TP-STATUS2
                GO TO STAGE-REQUEST-END
            END-IF.
            MOVE SPACES TO WS-LINE.
            IF SS-CORRECTION
                STRING 'CORRECTION STAGED BY ' WS-USERID
                       ' - RELEASED INTO THE NEXT CYCLE'
                    DELIMITED BY SIZE INTO WS-LINE
            ELSE
                STRING 'WRITE-OFF REQUESTED BY ' WS-USERID
                       ' - ANOTHER OPERATOR MUST APPROVE IT'
                    DELIMITED BY SIZE INTO WS-LINE
            END-IF.
            PERFORM SEND-LINE.
        STAGE-REQUEST-END.
            EXIT.

      **=============================================================**
        BUILD-STAGE-RECORD.
            MOVE SPACES TO WS-STG-RECORD.
            MOVE SU-KEY TO SS-KEY.
            MOVE STG-ACTION TO SS-ACTION.
            SET SS-STAGED TO TRUE.
            MOVE WS-USERID TO SS-OPERATOR.
            MOVE WS-TODAY TO SS-STAGE-DATE.
            MOVE WS-NOW-TIME TO SS-STAGE-TIME.
            MOVE 0 TO SS-EXTRACT-DATE.
            IF SS-CORRECTION
                MOVE WS-TRANS TO SS-TRANS
            END-IF.

      **=============================================================**
        GET-TODAY.
            EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
            END-EXEC.
            EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-TODAY)
                TIME(WS-NOW-TIME)
                RESP(TP-STATUS) RESP2(TP-STATUS2)
            END-EXEC.

      **=============================================================**
        PROFILE-CHECK.
            SET UPDATE-DENIED TO TRUE.
            MOVE WS-USERID TO PR-OPERATOR.
            MOVE 'SCOR' TO PR-TRANID.
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
                SET SESSION-ENDED TO TRUE
            END-IF.

      **=============================================================**
        EXIT-PROGRAM.
            MOVE "Ended" TO LOG-TEXT.
            CALL DSPMSG USING
                DFHEIBLK
                DFHCOMMAREA
                LOG-TEXT.
            EXEC CICS RETURN END-EXEC.
