       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIRRPRB.
       DATE-COMPILED.
      *REMARKS.
      ***************************************************************
      *                                                             *
      *   PROGRAM MIRRPRB - TRANSACTION MPRB.                       *
      *                                                             *
      *   HEARTBEAT PROBE FOR THE PARTNER LINKS.  FOR EVERY         *
      *   PARTNER ON THE MIRRPROB FILE THE PROBE DRIVES THE SAME    *
      *   PATHS REAL WORK USES:                                     *
      *     - A ONE-EXCHANGE CPI-C CONVERSATION TO THE MIRROR       *
      *       SERVER, AS MIRRDTPC DOES, SENDING 'PROBE' AND         *
      *       EXPECTING ITS MIRROR IMAGE BACK;                      *
      *     - A DPL LINK TO MIRRDPLS OVER THE PARTNER'S CONNECTION, *
      *       AS MIRRDPLC DOES (ONLY WHEN THE PARTNER NAMES ONE).   *
      *   EACH RESULT, UP WITH ITS ROUND-TRIP TIME OR FAILED WITH   *
      *   WHERE IT FAILED, GOES TO THE CONVERSATION LOG QUEUE THAT  *
      *   MIRRSUM READS, FOLLOWED BY ONE PROBE(END) LINE PER        *
      *   PARTNER WITH ITS STANDING, FROM WHICH MIRRAVL BUILDS THE  *
      *   DAILY AVAILABILITY TIMELINE.                              *
      *                                                             *
      *   A RUN OF PB-FAIL-LIMIT FAILED PROBES RAISES ONE MW_ALERT  *
      *   (PROGRAM MIRRPRB, CODE LKDN, CHECKPOINT THE PARTNER) FOR  *
      *   THE SEVERITY ROUTING; THE FIRST GOOD PROBE AFTER IT       *
      *   RAISES LKUP.                                              *
      *                                                             *
      *   THE PROBE SCHEDULES ITSELF: EACH RUN ENDS BY STARTING     *
      *   MPRB AGAIN AFTER THE '*' RECORD'S INTERVAL (DEFAULT 15    *
      *   MINUTES).  ENTERING MPRB AT A TERMINAL PROBES AT ONCE     *
      *   AND RESTARTS THE SCHEDULE; AN INTERVAL OF ZERO STOPS IT.  *
      *                                                             *
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      ***************************************************************
      *   CPIC PSEUDO FILES COPYBOOKS FOUND IN CICS.SDFHCOB         *
      ***************************************************************
           COPY CMCOBOL.
      ***************************************************************
       01  WS-CONSTANTS.
           05  CH-PARTNER-ID                 PIC  X(8)
                  VALUE 'MIRRDTPS'.
           05  DPL-SERVICE                   PIC  X(8)
                  VALUE 'MIRRDPLS'.
           05  PROBE-TEXT                    PIC  X(5)
                  VALUE 'PROBE'.
           05  PROBE-MIRROR                  PIC  X(5)
                  VALUE 'EBORP'.
           05  CONTROL-KEY                   PIC  X(17)
                  VALUE '*'.
           05  PROBE-REQID                   PIC  X(8)
                  VALUE 'MIRRPRB'.
           05  DEF-INTERVAL-MINS             PIC  9(4)  VALUE 15.
           05  DEF-FAIL-LIMIT                PIC  9(2)  VALUE 3.

      ***************************************************************
      *   PARTNER/ROUND-TRIP-TIME LOGGING FIELDS, AS MIRRDTPC       *
      ***************************************************************
       01  LOG-QUEUE                       PIC  X(8)  VALUE 'LOGQ'.
       01  LOGMSG.
           05  FILLER                      PIC  X(09) VALUE 'MIRRPRB: '.
           05  LOGMSG-TEXT                 PIC  X(70).

       01  WS-PROBE.
           05  RESP-CODE                     PIC S9(8)  COMP.
           05  RESP-CODE2                    PIC S9(8)  COMP.
           05  MESSAGE-STRING                PIC  X(80).
           05  MESSAGE-LEN                   PIC S9(9)  COMP.
           05  RECEIVE-LEN                   PIC S9(9)  COMP.
           05  RECEIVE-FLAG                  PIC  X(1).
               88  CONTINUE-RECEIVE   VALUE 'Y'.
               88  SEND-STATE         VALUE 'N'.
           05  PROBE-FLAG                    PIC  X(1).
               88  PROBE-OK           VALUE 'Y'.
               88  PROBE-FAILED       VALUE 'N'.
           05  PARTNER-FLAG                  PIC  X(1).
               88  PARTNER-UP         VALUE 'Y'.
               88  PARTNER-DOWN       VALUE 'N'.
           05  FAIL-STAGE                    PIC  X(8).
           05  DPL-COMMAREA                  PIC  X(80).
           05  DPL-DATALEN                   PIC S9(4)  COMP VALUE 5.
           05  DPL-SYSID                     PIC  X(4).
           05  RESP-DISP                     PIC  9(8).

       01  WS-SETTINGS.
           05  WS-INTERVAL-MINS              PIC  9(4).
           05  WS-FAIL-LIMIT                 PIC  9(2).
           05  WS-INTERVAL                   PIC S9(7)  COMP-3.
           05  WS-HOURS                      PIC  9(4).
           05  WS-MINUTES                    PIC  9(4).

      ***************************************************************
      *   THE PARTNERS TO PROBE, GATHERED BEFORE ANY IS PROBED SO   *
      *   THE FILE IS NOT HELD IN A BROWSE WHILE RECORDS ARE        *
      *   UPDATED                                                   *
      ***************************************************************
       01  WS-PARTNERS.
           05  PT-CNT                        PIC S9(4)  COMP VALUE 0.
           05  PT-MAX                        PIC S9(4)  COMP VALUE 50.
           05  PT-IX                         PIC S9(4)  COMP.
           05  PT-ENTRY OCCURS 50.
               10  PT-KEY                    PIC  X(17).
               10  PT-LU-LEN                 PIC  9(2).
               10  PT-DPL-SYSID              PIC  X(4).
           05  BROWSE-FLAG                   PIC  X(1).
               88  BROWSE-DONE        VALUE 'Y'.
               88  BROWSE-MORE        VALUE 'N'.

       01  WS-BROWSE-KEY                   PIC  X(17).
       01  WS-PROBED-CNT                   PIC  9(4)  VALUE 0.
       01  WS-DOWN-CNT                     PIC  9(4)  VALUE 0.

       01  WS-TIMES.
           05  WS-START-TIME                 PIC S9(15) COMP-3.
           05  WS-END-TIME                   PIC S9(15) COMP-3.
           05  WS-ELAPSED-TIME               PIC S9(15) COMP-3.
           05  WS-ELAPSED-DISP               PIC  9(9).
           05  WS-DTP-RTT                    PIC  9(9).
           05  WS-NOW-DATE                   PIC  9(8).
           05  WS-NOW-TIME                   PIC  9(6).

       01  WS-FAIL-DISP                    PIC  9(4).

      ***************************************************************
      *   MW_ALERT INTERFACE                                        *
      ***************************************************************
       01  ALERT-PARMS.
           05  ALERT-PROGRAM                 PIC  X(30)
                  VALUE 'MIRRPRB'.
           05  ALERT-ABEND                   PIC  X(4).
           05  ALERT-CHECKPOINT              PIC  X(30).

       01  WS-TERM-MSG                     PIC  X(79).

           COPY MIRRPROB.

       LINKAGE SECTION.
       PROCEDURE DIVISION.
       100-MAINLINE SECTION.
      ***************************************************************
      *   PROBE EVERY PARTNER, THEN SCHEDULE THE NEXT RUN           *
      ***************************************************************
           PERFORM 200-GET-SETTINGS

           PERFORM 250-GATHER-PARTNERS

           PERFORM 300-PROBE-PARTNER
               VARYING PT-IX FROM 1 BY 1
               UNTIL PT-IX > PT-CNT

           PERFORM 800-SCHEDULE-NEXT

           PERFORM 999-RETURN.

       100-EXIT.
           EXIT.

       200-GET-SETTINGS SECTION.
      ***************************************************************
      *   THE '*' RECORD'S INTERVAL AND FAILURE LIMIT; WITHOUT ONE  *
      *   THE DEFAULTS                                              *
      ***************************************************************
           MOVE DEF-INTERVAL-MINS TO WS-INTERVAL-MINS
           MOVE DEF-FAIL-LIMIT    TO WS-FAIL-LIMIT
           MOVE CONTROL-KEY       TO WS-BROWSE-KEY
           EXEC CICS READ FILE('MIRRPROB')
               INTO(PB-RECORD)
               RIDFLD(WS-BROWSE-KEY)
               RESP(RESP-CODE) RESP2(RESP-CODE2)
           END-EXEC
           IF RESP-CODE = DFHRESP(NORMAL)
               IF PB-INTERVAL-MINS NUMERIC
                   MOVE PB-INTERVAL-MINS TO WS-INTERVAL-MINS
               END-IF
               IF PB-FAIL-LIMIT NUMERIC AND PB-FAIL-LIMIT > 0
                   MOVE PB-FAIL-LIMIT TO WS-FAIL-LIMIT
               END-IF
           END-IF.

       200-EXIT.
           EXIT.

       250-GATHER-PARTNERS SECTION.
      ***************************************************************
      *   EVERY PARTNER RECORD ON MIRRPROB, UP TO PT-MAX            *
      ***************************************************************
           MOVE LOW-VALUES TO WS-BROWSE-KEY
           SET BROWSE-MORE TO TRUE
           EXEC CICS STARTBR FILE('MIRRPROB')
               RIDFLD(WS-BROWSE-KEY)
               GTEQ
               RESP(RESP-CODE) RESP2(RESP-CODE2)
           END-EXEC
           IF RESP-CODE NOT = DFHRESP(NORMAL)
               MOVE SPACES TO LOGMSG-TEXT
               MOVE 'PROBE NOT RUN - NO PARTNER FILE' TO LOGMSG-TEXT
               PERFORM 750-WRITE-LOG
               GO TO 250-EXIT
           END-IF

           PERFORM 260-NEXT-PARTNER
               UNTIL BROWSE-DONE

           EXEC CICS ENDBR FILE('MIRRPROB')
               RESP(RESP-CODE) RESP2(RESP-CODE2)
           END-EXEC.

       250-EXIT.
           EXIT.

       260-NEXT-PARTNER SECTION.
           EXEC CICS READNEXT FILE('MIRRPROB')
               INTO(PB-RECORD)
               RIDFLD(WS-BROWSE-KEY)
               RESP(RESP-CODE) RESP2(RESP-CODE2)
           END-EXEC
           IF RESP-CODE NOT = DFHRESP(NORMAL)
               SET BROWSE-DONE TO TRUE
               GO TO 260-EXIT
           END-IF
           IF PB-KEY = CONTROL-KEY
               GO TO 260-EXIT
           END-IF
           IF NOT PB-LU-LEN NUMERIC
               OR PB-LU-LEN = 0 OR PB-LU-LEN > 17
               GO TO 260-EXIT
           END-IF
           IF PT-CNT NOT < PT-MAX
               MOVE SPACES TO LOGMSG-TEXT
               MOVE 'PROBE PARTNER TABLE FULL - REST NOT PROBED'
                   TO LOGMSG-TEXT
               PERFORM 750-WRITE-LOG
               SET BROWSE-DONE TO TRUE
               GO TO 260-EXIT
           END-IF
           ADD 1 TO PT-CNT
           MOVE PB-KEY       TO PT-KEY (PT-CNT)
           MOVE PB-LU-LEN    TO PT-LU-LEN (PT-CNT)
           MOVE PB-DPL-SYSID TO PT-DPL-SYSID (PT-CNT).

       260-EXIT.
           EXIT.

       300-PROBE-PARTNER SECTION.
      ***************************************************************
      *   BOTH PROBES FOR ONE PARTNER; THE LINK IS UP ONLY WHEN     *
      *   EVERY PROBE IT HAS CAME BACK RIGHT                        *
      ***************************************************************
           ADD 1 TO WS-PROBED-CNT
           SET PARTNER-UP TO TRUE
           MOVE 0 TO WS-DTP-RTT
           MOVE PT-KEY (PT-IX)    TO PARTNER-LU-NAME
           MOVE PT-LU-LEN (PT-IX) TO PARTNER-LU-NAME-LENGTH

           PERFORM 400-PROBE-CONVERSATION
           IF PROBE-FAILED
               SET PARTNER-DOWN TO TRUE
           END-IF

           IF PT-DPL-SYSID (PT-IX) NOT = SPACES
               PERFORM 500-PROBE-DPL
               IF PROBE-FAILED
                   SET PARTNER-DOWN TO TRUE
               END-IF
           END-IF

           PERFORM 600-UPDATE-STANDING.

       300-EXIT.
           EXIT.

       400-PROBE-CONVERSATION SECTION.
      ***************************************************************
      *   ONE SYNC LEVEL NONE CONVERSATION: ALLOCATE, SEND 'PROBE'  *
      *   WITH PREPARE TO RECEIVE, RECEIVE ITS MIRROR IMAGE.  NO    *
      *   RETRY - A PROBE THAT NEEDS ONE IS A FAILED PROBE.         *
      ***************************************************************
           SET PROBE-FAILED TO TRUE
           EXEC CICS ASKTIME
               ABSTIME(WS-START-TIME)
           END-EXEC

           MOVE 'ALLOC' TO FAIL-STAGE
           MOVE CH-PARTNER-ID                 TO SYM-DEST-NAME
           CALL 'CMINIT'                USING CONVERSATION-ID
                                              SYM-DEST-NAME
                                              CM-RETCODE
           IF NOT CM-OK
               GO TO 400-LOG
           END-IF
           CALL 'CMSPLN' USING CONVERSATION-ID
                               PARTNER-LU-NAME
                               PARTNER-LU-NAME-LENGTH
                               CM-RETCODE
           IF NOT CM-OK
               GO TO 400-LOG
           END-IF
           SET CM-NONE                        TO TRUE
           CALL 'CMSSL'                 USING CONVERSATION-ID
                                              SYNC-LEVEL
                                              CM-RETCODE
           CALL 'CMALLC'                USING CONVERSATION-ID
                                              CM-RETCODE
           IF NOT CM-OK
               GO TO 400-LOG
           END-IF

           MOVE 'SEND' TO FAIL-STAGE
           SET CM-SEND-AND-PREP-TO-RECEIVE    TO TRUE
           CALL 'CMSST'                 USING CONVERSATION-ID
                                              SEND-TYPE
                                              CM-RETCODE
           SET CM-PREP-TO-RECEIVE-FLUSH       TO TRUE
           CALL 'CMSPTR'                USING CONVERSATION-ID
                                              PREPARE-TO-RECEIVE-TYPE
                                              CM-RETCODE
           MOVE PROBE-TEXT TO MESSAGE-STRING
           MOVE LENGTH OF PROBE-TEXT TO MESSAGE-LEN
           CALL 'CMSEND'                USING CONVERSATION-ID
                                              MESSAGE-STRING
                                              MESSAGE-LEN
                                              REQUEST-TO-SEND-RECEIVED
                                              CM-RETCODE
           IF NOT CM-OK
               PERFORM 470-DEALLOCATE
               GO TO 400-LOG
           END-IF

           MOVE 'RECEIVE' TO FAIL-STAGE
           MOVE SPACES TO MESSAGE-STRING
           MOVE LENGTH OF MESSAGE-STRING TO MESSAGE-LEN
           MOVE 0 TO RECEIVE-LEN
           SET CONTINUE-RECEIVE TO TRUE
           PERFORM 450-RECEIVE-ONE
               UNTIL SEND-STATE
           IF NOT CM-DEALLOCATED-NORMAL
               PERFORM 470-DEALLOCATE
           END-IF
           IF RECEIVE-LEN = 0
               GO TO 400-LOG
           END-IF

           MOVE 'REPLY' TO FAIL-STAGE
           IF MESSAGE-STRING (1:5) = PROBE-MIRROR
               SET PROBE-OK TO TRUE
           END-IF.

       400-LOG.
           EXEC CICS ASKTIME
               ABSTIME(WS-END-TIME)
           END-EXEC
           COMPUTE WS-ELAPSED-TIME = WS-END-TIME - WS-START-TIME
           MOVE WS-ELAPSED-TIME TO WS-ELAPSED-DISP
           MOVE SPACES TO LOGMSG-TEXT
           IF PROBE-OK
               MOVE WS-ELAPSED-DISP TO WS-DTP-RTT
               STRING 'PROBE(DTP) PARTNER='
                      PARTNER-LU-NAME(1:PARTNER-LU-NAME-LENGTH)
                      ' SYNC=0000 RTT=' WS-ELAPSED-DISP
                 DELIMITED BY SIZE INTO LOGMSG-TEXT
           ELSE
               STRING 'PROBE(DTP) FAILED('
                        DELIMITED BY SIZE
                      FAIL-STAGE
                        DELIMITED BY SPACE
                      ') PARTNER='
                      PARTNER-LU-NAME(1:PARTNER-LU-NAME-LENGTH)
                        DELIMITED BY SIZE
                 INTO LOGMSG-TEXT
           END-IF
           PERFORM 750-WRITE-LOG.

       400-EXIT.
           EXIT.

       450-RECEIVE-ONE SECTION.
      ***************************************************************
      *   ONE CMRCV; THE REPLY IS IN ONCE THE PARTNER DEALLOCATES   *
      *   OR TURNS THE CONVERSATION ROUND                           *
      ***************************************************************
           CALL 'CMRCV'                 USING CONVERSATION-ID
                                              MESSAGE-STRING
                                              MESSAGE-LEN
                                              DATA-RECEIVED
                                              RECEIVE-LEN
                                              STATUS-RECEIVED
                                              REQUEST-TO-SEND-RECEIVED
                                              CM-RETCODE
           EVALUATE TRUE
               WHEN CM-DEALLOCATED-NORMAL OR CM-SEND-RECEIVED
                   SET SEND-STATE TO TRUE
               WHEN NOT CM-OK
                   MOVE 0 TO RECEIVE-LEN
                   SET SEND-STATE TO TRUE
           END-EVALUATE.

       450-EXIT.
           EXIT.

       470-DEALLOCATE SECTION.
           SET CM-DEALLOCATE-ABEND TO TRUE
           CALL 'CMSDT'                 USING CONVERSATION-ID
                                              DEALLOCATE-TYPE
                                              CM-RETCODE
           CALL 'CMDEAL'                USING CONVERSATION-ID
                                              CM-RETCODE.

       470-EXIT.
           EXIT.

       500-PROBE-DPL SECTION.
      ***************************************************************
      *   ONE SYNCONRETURN LINK TO THE MIRROR SERVICE OVER THE      *
      *   PARTNER'S CONNECTION; IT RETURNS THE STRING FOLLOWED BY   *
      *   ITS MIRROR IMAGE                                          *
      ***************************************************************
           SET PROBE-FAILED TO TRUE
           MOVE SPACES TO DPL-COMMAREA
           MOVE PROBE-TEXT TO DPL-COMMAREA
           MOVE PT-DPL-SYSID (PT-IX) TO DPL-SYSID
           EXEC CICS ASKTIME
               ABSTIME(WS-START-TIME)
           END-EXEC
           EXEC CICS LINK
               PROGRAM(DPL-SERVICE)
               DATALENGTH(DPL-DATALEN)
               LENGTH(LENGTH OF DPL-COMMAREA)
               COMMAREA(DPL-COMMAREA)
               SYNCONRETURN
               SYSID(DPL-SYSID)
               RESP(RESP-CODE) RESP2(RESP-CODE2)
           END-EXEC
           EXEC CICS ASKTIME
               ABSTIME(WS-END-TIME)
           END-EXEC
           COMPUTE WS-ELAPSED-TIME = WS-END-TIME - WS-START-TIME
           MOVE WS-ELAPSED-TIME TO WS-ELAPSED-DISP

           EVALUATE TRUE
               WHEN RESP-CODE = DFHRESP(NORMAL)
                   IF DPL-COMMAREA (6:5) = PROBE-MIRROR
                       SET PROBE-OK TO TRUE
                   ELSE
                       MOVE 'REPLY' TO FAIL-STAGE
                   END-IF
               WHEN RESP-CODE = DFHRESP(SYSIDERR)
                   MOVE 'SYSIDERR' TO FAIL-STAGE
               WHEN RESP-CODE = DFHRESP(PGMIDERR)
                   MOVE 'PGMIDERR' TO FAIL-STAGE
               WHEN RESP-CODE = DFHRESP(TERMERR)
                   MOVE 'TERMERR' TO FAIL-STAGE
               WHEN RESP-CODE = DFHRESP(NOTAUTH)
                   MOVE 'NOTAUTH' TO FAIL-STAGE
               WHEN OTHER
                   MOVE RESP-CODE TO RESP-DISP
                   MOVE RESP-DISP TO FAIL-STAGE
           END-EVALUATE

           MOVE SPACES TO LOGMSG-TEXT
           IF PROBE-OK
               STRING 'PROBE(DPL) PARTNER='
                      PARTNER-LU-NAME(1:PARTNER-LU-NAME-LENGTH)
                      ' SYSID=' DPL-SYSID
                      ' RTT=' WS-ELAPSED-DISP
                 DELIMITED BY SIZE INTO LOGMSG-TEXT
           ELSE
               STRING 'PROBE(DPL) FAILED('
                        DELIMITED BY SIZE
                      FAIL-STAGE
                        DELIMITED BY SPACE
                      ') PARTNER='
                      PARTNER-LU-NAME(1:PARTNER-LU-NAME-LENGTH)
                      ' SYSID=' DPL-SYSID
                        DELIMITED BY SIZE
                 INTO LOGMSG-TEXT
           END-IF
           PERFORM 750-WRITE-LOG.

       500-EXIT.
           EXIT.

       600-UPDATE-STANDING SECTION.
      ***************************************************************
      *   COUNT THE RUN OF FAILED PROBES ON THE PARTNER'S RECORD,   *
      *   RAISE THE ALERT WHEN IT REACHES THE LIMIT AND THE         *
      *   RECOVERY WHEN A GOOD PROBE ENDS IT, AND LOG THE PARTNER'S *
      *   STANDING FOR THE AVAILABILITY TIMELINE                    *
      ***************************************************************
           PERFORM 650-GET-TIME
           EXEC CICS READ FILE('MIRRPROB')
               INTO(PB-RECORD)
               RIDFLD(PT-KEY (PT-IX))
               UPDATE
               RESP(RESP-CODE) RESP2(RESP-CODE2)
           END-EXEC
           IF RESP-CODE NOT = DFHRESP(NORMAL)
               MOVE 0 TO PB-FAIL-CNT
               GO TO 600-LOG
           END-IF

           IF PB-FAIL-LIMIT NUMERIC AND PB-FAIL-LIMIT > 0
               MOVE PB-FAIL-LIMIT TO WS-FAIL-LIMIT
           ELSE
               MOVE DEF-FAIL-LIMIT TO WS-FAIL-LIMIT
               IF PB-FAIL-LIMIT NOT NUMERIC
                   MOVE 0 TO PB-FAIL-LIMIT
               END-IF
           END-IF
           IF PB-FAIL-CNT NOT NUMERIC
               MOVE 0 TO PB-FAIL-CNT
           END-IF
           MOVE WS-NOW-DATE TO PB-LAST-DATE
           MOVE WS-NOW-TIME TO PB-LAST-TIME

           IF PARTNER-UP
               MOVE WS-DTP-RTT TO PB-LAST-RTT
               IF PB-ALERT-RAISED
                   MOVE 'LKUP' TO ALERT-ABEND
                   PERFORM 700-RAISE-ALERT
               END-IF
               SET PB-LINK-UP TO TRUE
               SET PB-NO-ALERT TO TRUE
               MOVE 0 TO PB-FAIL-CNT PB-DOWN-DATE PB-DOWN-TIME
           ELSE
               IF PB-FAIL-CNT = 0
                   MOVE WS-NOW-DATE TO PB-DOWN-DATE
                   MOVE WS-NOW-TIME TO PB-DOWN-TIME
               END-IF
               IF PB-FAIL-CNT < 9999
                   ADD 1 TO PB-FAIL-CNT
               END-IF
               SET PB-LINK-DOWN TO TRUE
               IF PB-FAIL-CNT NOT < WS-FAIL-LIMIT
                   AND NOT PB-ALERT-RAISED
                   MOVE 'LKDN' TO ALERT-ABEND
                   PERFORM 700-RAISE-ALERT
                   SET PB-ALERT-RAISED TO TRUE
               END-IF
           END-IF

           EXEC CICS REWRITE FILE('MIRRPROB')
               FROM(PB-RECORD)
               RESP(RESP-CODE) RESP2(RESP-CODE2)
           END-EXEC.

       600-LOG.
           MOVE SPACES TO LOGMSG-TEXT
           IF PARTNER-UP
               STRING 'PROBE(END) PARTNER='
                      PARTNER-LU-NAME(1:PARTNER-LU-NAME-LENGTH)
                      ' STATUS=UP'
                 DELIMITED BY SIZE INTO LOGMSG-TEXT
           ELSE
               ADD 1 TO WS-DOWN-CNT
               MOVE PB-FAIL-CNT TO WS-FAIL-DISP
               STRING 'PROBE(END) PARTNER='
                      PARTNER-LU-NAME(1:PARTNER-LU-NAME-LENGTH)
                      ' STATUS=DOWN FAILS=' WS-FAIL-DISP
                 DELIMITED BY SIZE INTO LOGMSG-TEXT
           END-IF
           PERFORM 750-WRITE-LOG.

       600-EXIT.
           EXIT.

       650-GET-TIME SECTION.
           EXEC CICS ASKTIME
               ABSTIME(WS-END-TIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME(WS-END-TIME)
               YYYYMMDD(WS-NOW-DATE)
               TIME(WS-NOW-TIME)
               RESP(RESP-CODE) RESP2(RESP-CODE2)
           END-EXEC.

       650-EXIT.
           EXIT.

       700-RAISE-ALERT SECTION.
      ***************************************************************
      *   ONE ALERT THROUGH MW_ALERT, WHICH ROUTES IT BY SEVERITY;  *
      *   THE CHECKPOINT NAMES THE PARTNER                          *
      ***************************************************************
           MOVE SPACES TO ALERT-CHECKPOINT
           STRING 'PARTNER=' PARTNER-LU-NAME(1:PARTNER-LU-NAME-LENGTH)
             DELIMITED BY SIZE INTO ALERT-CHECKPOINT
           CALL 'mw_alert' USING ALERT-PARMS
           MOVE SPACES TO LOGMSG-TEXT
           STRING 'PROBE ALERT ' ALERT-ABEND ' PARTNER='
                  PARTNER-LU-NAME(1:PARTNER-LU-NAME-LENGTH)
             DELIMITED BY SIZE INTO LOGMSG-TEXT
           PERFORM 750-WRITE-LOG.

       700-EXIT.
           EXIT.

       750-WRITE-LOG SECTION.
      ***************************************************************
      *   ONE LOG LINE TO THE CONVERSATION LOG QUEUE MIRRSUM READS  *
      ***************************************************************
           EXEC CICS WRITEQ TS
               QUEUE(LOG-QUEUE)
               FROM(LOGMSG)
               LENGTH(LENGTH OF LOGMSG)
           END-EXEC.

       750-EXIT.
           EXIT.

       800-SCHEDULE-NEXT SECTION.
      ***************************************************************
      *   ONE PENDING START ONLY: ANY LEFT BY AN EARLIER RUN IS      *
      *   CANCELLED BEFORE THE NEXT IS SET                          *
      ***************************************************************
           EXEC CICS CANCEL
               REQID(PROBE-REQID)
               TRANSID(EIBTRNID)
               RESP(RESP-CODE) RESP2(RESP-CODE2)
           END-EXEC
           IF WS-INTERVAL-MINS = 0
               GO TO 800-EXIT
           END-IF
           DIVIDE WS-INTERVAL-MINS BY 60 GIVING WS-HOURS
               REMAINDER WS-MINUTES
           IF WS-HOURS > 99
               MOVE 99 TO WS-HOURS
           END-IF
           COMPUTE WS-INTERVAL = WS-HOURS * 10000 + WS-MINUTES * 100
           EXEC CICS START
               TRANSID(EIBTRNID)
               INTERVAL(WS-INTERVAL)
               REQID(PROBE-REQID)
               RESP(RESP-CODE) RESP2(RESP-CODE2)
           END-EXEC
           IF RESP-CODE NOT = DFHRESP(NORMAL)
               MOVE SPACES TO LOGMSG-TEXT
               MOVE RESP-CODE TO RESP-DISP
               STRING 'PROBE NOT RESCHEDULED RESP=' RESP-DISP
                 DELIMITED BY SIZE INTO LOGMSG-TEXT
               PERFORM 750-WRITE-LOG
           END-IF.

       800-EXIT.
           EXIT.

       999-RETURN SECTION.
      ***************************************************************
      *   STARTED FROM A TERMINAL: SAY WHAT WAS DONE                *
      ***************************************************************
           IF EIBTRMID NOT = SPACES AND EIBTRMID NOT = LOW-VALUES
               MOVE SPACES TO WS-TERM-MSG
               IF WS-INTERVAL-MINS = 0
                   STRING 'MPRB: ' WS-PROBED-CNT ' PARTNERS PROBED, '
                          WS-DOWN-CNT ' DOWN - PROBE STOPPED'
                     DELIMITED BY SIZE INTO WS-TERM-MSG
               ELSE
                   STRING 'MPRB: ' WS-PROBED-CNT ' PARTNERS PROBED, '
                          WS-DOWN-CNT ' DOWN - NEXT PROBE IN '
                          WS-INTERVAL-MINS ' MINUTES'
                     DELIMITED BY SIZE INTO WS-TERM-MSG
               END-IF
               EXEC CICS SEND
                   FROM(WS-TERM-MSG)
                   LENGTH(LENGTH OF WS-TERM-MSG)
                   ERASE
                   RESP(RESP-CODE) RESP2(RESP-CODE2)
               END-EXEC
           END-IF.

           EXEC CICS RETURN END-EXEC.
           GOBACK.
       999-EXIT.
           EXIT.
