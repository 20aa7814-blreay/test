      *              end to end
      * The client calls again with the returned continuation token
      * until CR-MORE-FLAG says no more.
      *
      * Every customer put in a batch is logged to the customer
      * access log (CUSTACCL, purpose BR) with the signed-on user
      * and the transaction.  A customer whose access cannot be
      * logged is not returned: the batch stops there with
      * CR-RET-ERROR.
      **=============================================================**
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
            03  WS-BATCH-LIM PIC S9(4) COMP VALUE 0.
            03  WS-ROW PIC S9(4) COMP VALUE 0.
            03  BR-KEY PIC 9(06) VALUE 0.
            03  WS-USERID PIC X(8) VALUE SPACES.
            03  FILLER PIC X(1).
                88  BROWSE-MORE VALUE '0'.
                88  BROWSE-DONE VALUE '1'.
            03  FILLER PIC X(1) VALUE 'N'.
                88  ACCESS-LOGGED VALUE 'Y'.
                88  ACCESS-PENDING VALUE 'N'.

      **=============================================================**
        01  WS-REQUEST.

        COPY ODCSF0B.

      * the access log entry for a customer returned in a batch
        COPY CUSTACCL.

      **=============================================================**
        LINKAGE SECTION.
      **=============================================================**
                DFHEIBLK
                DFHCOMMAREA
                LOG-TEXT.
            EXEC CICS ASSIGN
                USERID(WS-USERID)
                RESP(TP-STATUS) RESP2(TP-STATUS2)
            END-EXEC.

      **=============================================================**
        GET-REQUEST.
                IF CR-BY-STATE AND VS-CUSTSTATE NOT = CR-STATE
                    CONTINUE
                ELSE
                    PERFORM ACCESS-SAVE THRU ACCESS-SAVE-END
                    IF ACCESS-LOGGED
                        ADD 1 TO WS-ROW
                        MOVE VS-ODCSF0-RECORD TO WB-ROW(WS-ROW)
                    ELSE
                        SET CR-RET-ERROR TO TRUE
                        SET BROWSE-DONE TO TRUE
                    END-IF
                END-IF
            END-IF
            END-IF.

      **=============================================================**
      * the access log entry for the customer about to be returned:
      * stamped now, keyed by ident; an entry already carrying the
      * same stamp moves the sequence on.  ACCESS-PENDING still set
      * on return means no entry
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
            MOVE 'CUSTCHNS' TO AC-PROGRAM.
            SET AC-BULK-RETRIEVAL TO TRUE.
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
        PUT-REPLY.
            IF CR-ROW-COUNT > 0
