      * (packed) field prints a PACKED marker instead of unreadable
      * bytes.
      *
      * A card's continuation cards (fields 15 onward, '+' in column
      * 7 and a location base in columns 8-10) live in the FDTCONT
      * file, keyed by the card's FDTVSAM key plus the continuation
      * number 01-06.  They are shown after their card, numbered on
      * from 15, for as long as the card before was full.
      *
      * Conversational flow on the QBROWSE pattern: enter
      *   <rec-id> <client> <seq>   e.g.  C ABC 100
      * per inquiry, or Q to end.
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
        01  FLD-LOC PIC S9(4) COMP.
        01  FLD-LEN PIC S9(4) COMP.
                    TP-STATUS2
                GO TO SHOW-CARD-FIELDS-END
            END-IF.
            MOVE 0 TO FLD-NO-BIAS CONT-LOC-BASE CONT-NO.
            PERFORM VARYING FLD-IX FROM 1 BY 1
                UNTIL FLD-IX > 14
                   OR FC-FORMAT(FLD-IX) = SPACE
                PERFORM SHOW-ONE-FIELD
            END-PERFORM.
            SET MORE-CONT-CARDS TO TRUE.
            PERFORM SHOW-CONT-CARD THRU SHOW-CONT-CARD-END
                UNTIL NO-MORE-CONT-CARDS.
        SHOW-CARD-FIELDS-END.
            EXIT.

      **=============================================================**
      * fetches the card's next continuation from FDTCONT, while the
      * card before it was full, and prints its fields numbered on
      * from the card before at location plus base
      **=============================================================**
        SHOW-CONT-CARD.
            IF FLD-IX NOT > 14 OR CONT-NO NOT < CONT-MAX
                SET NO-MORE-CONT-CARDS TO TRUE
                GO TO SHOW-CONT-CARD-END
            END-IF.
            ADD 1 TO CONT-NO.
            MOVE WS-FDT-KEY TO FCK-SEQ.
            MOVE CONT-NO TO FCK-CONT-NO.
            EXEC CICS READ FILE('FDTCONT')
                INTO(WS-FDT-CONT-RECORD)
                RIDFLD(FCK-KEY)
                RESP(TP-STATUS) RESP2(TP-STATUS2)
            END-EXEC.
            IF TP-STATUS = DFHRESP(NOTFND)
                SET NO-MORE-CONT-CARDS TO TRUE
                GO TO SHOW-CONT-CARD-END
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
                GO TO SHOW-CONT-CARD-END
            END-IF.
            MOVE FCK-CARD TO FK-CARD.
            IF FC-LOC-BASE NUMERIC
                MOVE FC-LOC-BASE-9 TO CONT-LOC-BASE
            ELSE
                MOVE 0 TO CONT-LOC-BASE
            END-IF.
            ADD 14 TO FLD-NO-BIAS.
            PERFORM VARYING FLD-IX FROM 1 BY 1
                UNTIL FLD-IX > 14
                   OR FC-FORMAT(FLD-IX) = SPACE
                PERFORM SHOW-ONE-FIELD
            END-PERFORM.
        SHOW-CONT-CARD-END.
            EXIT.

      **=============================================================**
      * one field: the same field-number/+100 location rule the
      * batch edits use, plus a continuation card's location base
      **=============================================================**
        SHOW-ONE-FIELD.
            IF FC-FIELD-NO NOT NUMERIC
            ELSE
                COMPUTE FLD-LOC = FC-LOCATION(FLD-IX) + 100
            END-IF.
            ADD CONT-LOC-BASE TO FLD-LOC.
            MOVE FC-LENGTH(FLD-IX) TO FLD-LEN.
            COMPUTE FLD-NO-DISP = FLD-IX + FLD-NO-BIAS.
            IF FLD-LOC < 1 OR FLD-LEN < 1
               OR FLD-LOC + FLD-LEN > 129
                MOVE SPACES TO WS-LINE
