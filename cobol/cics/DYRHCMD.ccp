        IDENTIFICATION DIVISION.
        PROGRAM-ID. DYRHCMD.
        AUTHOR. TUXEDO DEVELOPMENT.
      **=============================================================**
      * Region health for the dynamic router, transaction DYRH.  The
      * router (DYPSAMP) passes over a region whose DYRHLTH record
      * says it is out of rotation; this is the operator's hand on
      * that file.  Commands:
      *   L                      list every region on the file
      *   D <sysid>              drain: out of rotation until restored
      *   U <sysid>              restore: back into rotation, its
      *                          failure count cleared
      *   S <sysid> <ff> <mmmm>  set the failures (2 digits) that take
      *                          the region out, and the quiet minutes
      *                          (4 digits) that bring it back; zero
      *                          is the router's default
      *   Q                      done
      * A region not yet on the file is added by D, U or S.  D, U and
      * S need an update-authorized operator profile for DYRH, as
      * CUSTMNT's save does for CMNT.  Drains and restores are logged
      * on DYRLOG alongside the router's own failovers, under the
      * operator's name.
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
            03  WS-TRIES PIC 9(4) VALUE 0.
            03  WS-REGION-CNT PIC 9(4) VALUE 0.
            03  FILLER PIC X(1) VALUE '0'.
                88  CMD-RUNNING VALUE '0'.
                88  CMD-ENDED VALUE '1'.
            03  FILLER PIC X(1) VALUE 'N'.
                88  BROWSE-DONE VALUE 'Y'.
                88  BROWSE-MORE VALUE 'N'.
            03  FILLER PIC X(1) VALUE 'N'.
                88  HEALTH-ON-FILE VALUE 'Y'.
                88  HEALTH-NEW VALUE 'N'.
            03  FILLER PIC X(1) VALUE 'N'.
                88  LOG-WRITTEN VALUE 'Y'.
                88  LOG-PENDING VALUE 'N'.

        01  WS-INPUT PIC X(80).
        01  WS-LINE PIC X(80).
      * the command line parsed into command, region and settings
        01  FILLER.
            03  IN-CMD PIC X(8).
            03  IN-SYSID PIC X(8).
            03  IN-LIMIT PIC X(8).
            03  IN-QUIET PIC X(8).
        01  WS-LIMIT PIC 9(2).
        01  WS-QUIET PIC 9(4).

      * command timestamp
        01  FILLER.
            03  WS-ABSTIME PIC S9(15) COMP-3.
            03  WS-NOW-DATE PIC 9(8).
            03  WS-NOW-TIME PIC 9(6).

        COPY DYRHLTH.

        COPY DYRLOG.

      **=============================================================**
      * operator profile record (the OPERPROF file), as CUSTMNT
      * reads it.  No record, or update 'N', denies; a profile file
      * that cannot be read at all allows with a logged warning.
      **=============================================================**
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
        01  DFHCOMMAREA.
            03  CA-FILLER PIC X(1).

      **=============================================================**
        PROCEDURE DIVISION.
      **=============================================================**
        MAIN.
            PERFORM START-PROGRAM.
            PERFORM ONE-COMMAND THRU ONE-COMMAND-END
                UNTIL CMD-ENDED.
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
            MOVE 'L=LIST, D/U SYSID, S SYSID FF MMMM, Q=DONE:'
                TO WS-LINE.
            PERFORM SEND-LINE.
            PERFORM RECEIVE-INPUT.
            IF CMD-ENDED
                GO TO ONE-COMMAND-END
            END-IF.
            MOVE SPACES TO IN-CMD IN-SYSID IN-LIMIT IN-QUIET.
            UNSTRING WS-INPUT DELIMITED BY ALL ' '
                INTO IN-CMD IN-SYSID IN-LIMIT IN-QUIET.
            MOVE FUNCTION UPPER-CASE(IN-CMD) TO IN-CMD.
            MOVE FUNCTION UPPER-CASE(IN-SYSID) TO IN-SYSID.
            EVALUATE IN-CMD
              WHEN 'L'
                PERFORM LIST-REGIONS THRU LIST-REGIONS-END
              WHEN 'D'
              WHEN 'U'
              WHEN 'S'
                PERFORM CHANGE-REGION THRU CHANGE-REGION-END
              WHEN 'Q'
                SET CMD-ENDED TO TRUE
              WHEN OTHER
                MOVE 'COMMAND NOT RECOGNIZED' TO WS-LINE
                PERFORM SEND-LINE
            END-EVALUATE.
        ONE-COMMAND-END.
            EXIT.

      **=============================================================**
      * list: every region, with its rotation, failures and settings
      **=============================================================**
        LIST-REGIONS.
            MOVE 0 TO WS-REGION-CNT.
            MOVE LOW-VALUES TO RH-SYSID.
            EXEC CICS STARTBR FILE('DYRHLTH')
                RIDFLD(RH-SYSID)
                GTEQ
                RESP(TP-STATUS) RESP2(TP-STATUS2)
            END-EXEC.
            IF TP-STATUS = DFHRESP(NOTFND)
                MOVE 'NO REGIONS ON FILE - ALL IN ROTATION' TO WS-LINE
                PERFORM SEND-LINE
                GO TO LIST-REGIONS-END
            END-IF.
            IF TP-STATUS NOT = DFHRESP(NORMAL)
                MOVE "CICS STARTBR" TO LOG-ROUTINE
                CALL DSPERR USING
                    DFHEIBLK
                    DFHCOMMAREA
                    LOG-ROUTINE
                    TP-STATUS
                    TP-STATUS2
                GO TO LIST-REGIONS-END
            END-IF.
            MOVE 'SYSID STATE        FAILS LIMIT QUIET  LAST FAILURE'
                TO WS-LINE.
            PERFORM SEND-LINE.
            SET BROWSE-MORE TO TRUE.
            PERFORM SHOW-ONE-REGION THRU SHOW-ONE-REGION-END
                UNTIL BROWSE-DONE.
            EXEC CICS ENDBR FILE('DYRHLTH')
                RESP(TP-STATUS) RESP2(TP-STATUS2)
            END-EXEC.
            IF WS-REGION-CNT = 0
                MOVE 'NO REGIONS ON FILE - ALL IN ROTATION' TO WS-LINE
                PERFORM SEND-LINE
            END-IF.
        LIST-REGIONS-END.
            EXIT.

        SHOW-ONE-REGION.
            EXEC CICS READNEXT FILE('DYRHLTH')
                INTO(RH-RECORD)
                RIDFLD(RH-SYSID)
                RESP(TP-STATUS) RESP2(TP-STATUS2)
            END-EXEC.
            IF TP-STATUS NOT = DFHRESP(NORMAL)
                SET BROWSE-DONE TO TRUE
                GO TO SHOW-ONE-REGION-END
            END-IF.
            ADD 1 TO WS-REGION-CNT.
            MOVE SPACES TO WS-LINE.
            MOVE RH-SYSID TO WS-LINE(1:4).
            EVALUATE TRUE
              WHEN RH-IN-ROTATION
                MOVE 'IN ROTATION' TO WS-LINE(7:12)
              WHEN RH-FAILED-OUT
                MOVE 'FAILED OUT' TO WS-LINE(7:12)
              WHEN RH-DRAINED
                MOVE 'DRAINED' TO WS-LINE(7:12)
            END-EVALUATE.
            MOVE RH-FAIL-CNT TO WS-LINE(20:4).
            MOVE RH-FAIL-LIMIT TO WS-LINE(27:2).
            MOVE RH-QUIET-MINS TO WS-LINE(32:4).
            IF RH-LAST-FAIL-DATE NOT = 0
                STRING RH-LAST-FAIL-DATE ' ' RH-LAST-FAIL-TIME ' '
                       RH-LAST-REASON
                    DELIMITED BY SIZE INTO WS-LINE(39:)
            END-IF.
            PERFORM SEND-LINE.
            MOVE SPACES TO WS-LINE.
            STRING '      CHANGED ' RH-CHANGE-DATE ' ' RH-CHANGE-TIME
                   ' BY ' RH-CHANGE-BY
                DELIMITED BY SIZE INTO WS-LINE.
            PERFORM SEND-LINE.
        SHOW-ONE-REGION-END.
            EXIT.

      **=============================================================**
      * drain, restore or set one region, added when new
      **=============================================================**
        CHANGE-REGION.
            IF IN-SYSID = SPACES OR IN-SYSID(5:4) NOT = SPACES
                MOVE 'SYSID MUST BE 1 TO 4 CHARACTERS' TO WS-LINE
                PERFORM SEND-LINE
                GO TO CHANGE-REGION-END
            END-IF.
            IF IN-CMD = 'S'
                IF IN-LIMIT(1:2) NOT NUMERIC
                    OR IN-LIMIT(3:6) NOT = SPACES
                    OR IN-QUIET(1:4) NOT NUMERIC
                    OR IN-QUIET(5:4) NOT = SPACES
                    MOVE 'S NEEDS FAILURES AS 2 DIGITS, MINUTES AS 4'
                        TO WS-LINE
                    PERFORM SEND-LINE
                    GO TO CHANGE-REGION-END
                END-IF
                MOVE IN-LIMIT(1:2) TO WS-LIMIT
                MOVE IN-QUIET(1:4) TO WS-QUIET
            END-IF.
            PERFORM PROFILE-CHECK THRU PROFILE-CHECK-END.
            IF UPDATE-DENIED
                MOVE 'NOT AUTHORIZED TO CHANGE REGION HEALTH' TO WS-LINE
                PERFORM SEND-LINE
                GO TO CHANGE-REGION-END
            END-IF.
            PERFORM GET-TIME.
            SET HEALTH-ON-FILE TO TRUE.
            MOVE IN-SYSID(1:4) TO RH-SYSID.
            EXEC CICS READ FILE('DYRHLTH')
                INTO(RH-RECORD)
                RIDFLD(RH-SYSID)
                UPDATE
                RESP(TP-STATUS) RESP2(TP-STATUS2)
            END-EXEC.
            IF TP-STATUS = DFHRESP(NOTFND)
                SET HEALTH-NEW TO TRUE
                MOVE SPACES TO RH-RECORD
                MOVE IN-SYSID(1:4) TO RH-SYSID
                SET RH-IN-ROTATION TO TRUE
                MOVE 0 TO RH-FAIL-CNT RH-FAIL-LIMIT RH-QUIET-MINS
                          RH-LAST-FAIL-ABS RH-LAST-FAIL-DATE
                          RH-LAST-FAIL-TIME
            ELSE
                IF TP-STATUS NOT = DFHRESP(NORMAL)
                    MOVE "CICS READ" TO LOG-ROUTINE
                    CALL DSPERR USING
                        DFHEIBLK
                        DFHCOMMAREA
                        LOG-ROUTINE
                        TP-STATUS
                        TP-STATUS2
                    GO TO CHANGE-REGION-END
                END-IF
            END-IF.
            MOVE SPACES TO RL-RECORD.
            EVALUATE IN-CMD
              WHEN 'D'
                SET RH-DRAINED TO TRUE
                MOVE 'D' TO RL-EVENT
                MOVE 'OP' TO RL-REASON
                MOVE 'REGION DRAINED' TO WS-LINE
              WHEN 'U'
                SET RH-IN-ROTATION TO TRUE
                MOVE 0 TO RH-FAIL-CNT
                MOVE 'B' TO RL-EVENT
                MOVE 'UP' TO RL-REASON
                MOVE 'REGION RESTORED TO ROTATION' TO WS-LINE
              WHEN 'S'
                MOVE WS-LIMIT TO RH-FAIL-LIMIT
                MOVE WS-QUIET TO RH-QUIET-MINS
                MOVE 'REGION SETTINGS CHANGED' TO WS-LINE
            END-EVALUATE.
            MOVE WS-NOW-DATE TO RH-CHANGE-DATE.
            MOVE WS-NOW-TIME TO RH-CHANGE-TIME.
            MOVE WS-USERID TO RH-CHANGE-BY.
            IF HEALTH-NEW
                EXEC CICS WRITE FILE('DYRHLTH')
                    FROM(RH-RECORD)
                    RIDFLD(RH-SYSID)
                    RESP(TP-STATUS) RESP2(TP-STATUS2)
                END-EXEC
            ELSE
                EXEC CICS REWRITE FILE('DYRHLTH')
                    FROM(RH-RECORD)
                    RESP(TP-STATUS) RESP2(TP-STATUS2)
                END-EXEC
            END-IF.
            IF TP-STATUS NOT = DFHRESP(NORMAL)
                MOVE "CICS REWRITE" TO LOG-ROUTINE
                CALL DSPERR USING
                    DFHEIBLK
                    DFHCOMMAREA
                    LOG-ROUTINE
                    TP-STATUS
                    TP-STATUS2
                MOVE 'REGION NOT CHANGED' TO WS-LINE
                PERFORM SEND-LINE
                GO TO CHANGE-REGION-END
            END-IF.
            PERFORM SEND-LINE.
            IF RL-EVENT NOT = SPACE
                PERFORM LOG-CHANGE THRU LOG-CHANGE-END
            END-IF.
        CHANGE-REGION-END.
            EXIT.

      **=============================================================**
      * the drain or restore on the failover log; one already on file
      * for the same second moves the new one on by its sequence
      **=============================================================**
        LOG-CHANGE.
            MOVE WS-NOW-DATE TO RL-STAMP-DATE.
            COMPUTE RL-STAMP-TIME = WS-NOW-TIME * 100.
            MOVE 0 TO RL-SEQ.
            MOVE EIBTRNID TO RL-TRANID.
            MOVE RH-SYSID TO RL-FROM-SYSID.
            MOVE SPACES TO RL-TO-SYSID.
            MOVE EIBTASKN TO RL-TASKN.
            MOVE WS-USERID TO RL-BY.
            SET LOG-PENDING TO TRUE.
            MOVE 0 TO WS-TRIES.
            MOVE DFHRESP(DUPREC) TO TP-STATUS.
            PERFORM WRITE-LOG THRU WRITE-LOG-END
                UNTIL LOG-WRITTEN
                OR TP-STATUS NOT = DFHRESP(DUPREC)
                OR WS-TRIES = 99.
        LOG-CHANGE-END.
            EXIT.

        WRITE-LOG.
            EXEC CICS WRITE FILE('DYRLOG')
                FROM(RL-RECORD)
                RIDFLD(RL-KEY)
                RESP(TP-STATUS) RESP2(TP-STATUS2)
            END-EXEC.
            IF TP-STATUS = DFHRESP(NORMAL)
                SET LOG-WRITTEN TO TRUE
                GO TO WRITE-LOG-END
            END-IF.
            IF TP-STATUS = DFHRESP(DUPREC)
                ADD 1 TO RL-SEQ WS-TRIES
                GO TO WRITE-LOG-END
            END-IF.
            MOVE "CICS WRITE" TO LOG-ROUTINE.
            CALL DSPERR USING
                DFHEIBLK
                DFHCOMMAREA
                LOG-ROUTINE
                TP-STATUS
                TP-STATUS2.
        WRITE-LOG-END.
            EXIT.

      **=============================================================**
        PROFILE-CHECK.
            SET UPDATE-DENIED TO TRUE.
            MOVE WS-USERID TO PR-OPERATOR.
            MOVE 'DYRH' TO PR-TRANID.
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
        GET-TIME.
            EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
            END-EXEC.
            EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-NOW-DATE)
                TIME(WS-NOW-TIME)
                RESP(TP-STATUS) RESP2(TP-STATUS2)
            END-EXEC.

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
                SET CMD-ENDED TO TRUE
            END-IF.

      **=============================================================**
        EXIT-PROGRAM.
            MOVE "Ended" TO LOG-TEXT.
            CALL DSPMSG USING
                DFHEIBLK
                DFHCOMMAREA
                LOG-TEXT.
            EXEC CICS RETURN END-EXEC.
