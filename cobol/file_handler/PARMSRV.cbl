       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      PARMSRV.
      * ------------------------------------------------------------
      * Callable lookup for the runtime parameter store (PARMSTOR,
      * a KSDS in the PARMSTOR layout).  Programs ask here for a
      * run parameter instead of reading the environment directly,
      * so every value a job ran with is resolved in one place and
      * written to the resolved parameter log (PARMLOG) under the
      * run identifier; PARMMNT lists a run's log back.
      *
      *   PRM-FUNCTION G - get PRM-NAME for the caller's PRM-JOB and
      *                    PRM-STEP; PRM-VALUE returns the value,
      *                    spaces when it is set nowhere
      *                C - close the store and the log
      *   PRM-SOURCE   E - an environment value of the same name;
      *                    it overrides the store, for emergencies,
      *                    and is announced on the console
      *                S - the store
      *                N - set nowhere, the caller's default stands
      *   PRM-RC 0 - resolved (E or S)
      *   PRM-RC 4 - not set
      *   PRM-RC 8 - not in the environment and the store could
      *              not be read; the caller's default stands
      *
      * The store is searched from the most specific scope to the
      * least, the environment (MT_BATCH_ENV) first as it is the
      * coarsest split between PROD and the test regions:
      *   env + job + step, env + job + *, env + * + *,
      *   *   + job + step, *   + job + *, *   + * + *
      * A step probe is only made when the caller passes a step:
      *   the file_handler callers  - their fixed pass (PURGE,
      *                               EXTRACT, CONVERT, TRACK)
      *   BDMS0201                  - its client group under
      *                               BDMS0230 (GROUPID); none
      *                               when run standalone
      *   jobs run by FUNCTION      - the resolved FUNCTION, so
      *                               FUNCTION itself is job-wide
      *   BDMS0214, 0227, 0239, 0262, 0265, 0269, 0270 - no step
      *   MT_BATCH_LOCKDIR, MT_BATCH_LOCK_WAIT - whole job, as the
      *                               lock is shared by every step
      * PARMMNT refuses step-qualified values for the no-step cases
      * and for a job of any ('*'), which is never probed by step.
      * The run identifier is MT_BATCH_RUN_ID, or one minted from
      * the date, the time and the caller's job on a standalone run.
      * ------------------------------------------------------------
       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
         SELECT STORE-FILE ASSIGN TO PARMSTOR
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PS-KEY
            FILE STATUS IS PS-STATUS.
         SELECT LOG-FILE ASSIGN TO PARMLOG
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS PL-STATUS.

       DATA DIVISION.
       FILE SECTION.
         FD  STORE-FILE
             LABEL RECORD STANDARD
             DATA RECORD PS-RECORD.
         COPY PARMSTOR.
         FD  LOG-FILE
             LABEL RECORD STANDARD
             DATA RECORD PL-RECORD.
         COPY PARMLOG.

       WORKING-STORAGE SECTION.
         01  PS-STATUS                 PIC XX.
         01  PL-STATUS                 PIC XX.
         01  FS-REASON                 PIC X(60).
         01  OPEN-STATE                PIC 9 VALUE 0.
             88  SERVICE-CLOSED           VALUE 0.
             88  SERVICE-OPEN             VALUE 1.
         01  STORE-STATE               PIC 9 VALUE 0.
             88  STORE-OPEN               VALUE 1.
             88  STORE-UNAVAILABLE        VALUE 9.
         01  LOG-STATE                 PIC 9 VALUE 0.
             88  LOG-OPEN                 VALUE 1.
             88  LOG-UNAVAILABLE          VALUE 9.
         01  RUN-ENV                   PIC X(8) VALUE SPACES.
         01  RUN-ID                    PIC X(28) VALUE SPACES.
         01  STAMP-DATE                PIC 9(8).
         01  STAMP-TIME                PIC 9(8).
         01  PROBE-IX                  PIC 9 VALUE 0.
         01  FOUND-SW                  PIC 9 VALUE 0.
             88  PARM-FOUND               VALUE 1.
         01  MATCH-SCOPE               PIC X(24) VALUE SPACES.

       LINKAGE SECTION.
         01  PRM-PARMS.
             05 PRM-FUNCTION           PIC X.
             05 PRM-RC                 PIC S9(4) COMP-5.
             05 PRM-JOB                PIC X(8).
             05 PRM-STEP               PIC X(8).
             05 PRM-NAME               PIC X(30).
             05 PRM-VALUE              PIC X(100).
             05 PRM-SOURCE             PIC X.

       PROCEDURE DIVISION USING PRM-PARMS.
       P-START.
            MOVE 0 TO PRM-RC.
            IF PRM-FUNCTION = "C"
               IF STORE-OPEN
                  CLOSE STORE-FILE
               END-IF
               IF LOG-OPEN
                  CLOSE LOG-FILE
               END-IF
               MOVE 0 TO OPEN-STATE, STORE-STATE, LOG-STATE
               GOBACK.
            IF SERVICE-CLOSED
               PERFORM OPEN-SERVICE THRU E-OPEN-SERVICE.
            IF PRM-FUNCTION = "G"
               PERFORM GET-PARAMETER THRU E-GET-PARAMETER
               PERFORM LOG-PARAMETER THRU E-LOG-PARAMETER.
            GOBACK.

      * ------------------------------------------------------------
      * first call: the run's environment and identifier, the store
      * read-only and the log extended.  A store that is not there
      * leaves the environment as the only source, as before the
      * store existed; a log that cannot be written is announced
      * and the values still go to the console
      * ------------------------------------------------------------
       OPEN-SERVICE.
            DISPLAY "MT_BATCH_ENV" UPON ENVIRONMENT-NAME.
            ACCEPT RUN-ENV FROM ENVIRONMENT-VALUE.
            ACCEPT STAMP-DATE FROM DATE YYYYMMDD.
            ACCEPT STAMP-TIME FROM TIME.
            DISPLAY "MT_BATCH_RUN_ID" UPON ENVIRONMENT-NAME.
            ACCEPT RUN-ID FROM ENVIRONMENT-VALUE.
            IF RUN-ID = SPACES
               STRING STAMP-DATE "-" STAMP-TIME (1:4) "-" PRM-JOB
                 DELIMITED BY SIZE INTO RUN-ID.
            OPEN INPUT STORE-FILE.
            IF PS-STATUS = "00"
               MOVE 1 TO STORE-STATE
            ELSE
               CALL "FSTATMSG" USING PS-STATUS, FS-REASON
               DISPLAY "PARMSRV PARMSTOR UNAVAILABLE, ST=" PS-STATUS
                       " (" FS-REASON ") - ENVIRONMENT VALUES ONLY"
               MOVE 9 TO STORE-STATE.
            OPEN EXTEND LOG-FILE.
            IF PL-STATUS = "35"
               OPEN OUTPUT LOG-FILE.
            IF PL-STATUS = "00"
               MOVE 1 TO LOG-STATE
            ELSE
               CALL "FSTATMSG" USING PL-STATUS, FS-REASON
               DISPLAY "PARMSRV PARMLOG UNAVAILABLE, ST=" PL-STATUS
                       " (" FS-REASON ")"
               MOVE 9 TO LOG-STATE.
            MOVE 1 TO OPEN-STATE.
       E-OPEN-SERVICE.
            EXIT.

      * ------------------------------------------------------------
      * the environment first - a value set there is an override
      * and is said so on the console - then the store, most
      * specific scope first
      * ------------------------------------------------------------
       GET-PARAMETER.
            MOVE SPACES TO PRM-VALUE, MATCH-SCOPE.
            DISPLAY PRM-NAME UPON ENVIRONMENT-NAME.
            ACCEPT PRM-VALUE FROM ENVIRONMENT-VALUE.
            IF PRM-VALUE NOT = SPACES
               MOVE "E" TO PRM-SOURCE
               DISPLAY "PARMSRV " PRM-NAME " OVERRIDDEN FROM THE"
                       " ENVIRONMENT"
               GO TO E-GET-PARAMETER.
            MOVE "N" TO PRM-SOURCE.
            IF STORE-UNAVAILABLE
               MOVE 8 TO PRM-RC
               GO TO E-GET-PARAMETER.
            MOVE 0 TO FOUND-SW.
            MOVE 1 TO PROBE-IX.
            PERFORM PROBE-STORE THRU E-PROBE-STORE
              UNTIL PARM-FOUND OR PROBE-IX > 6.
            IF PARM-FOUND
               MOVE "S"      TO PRM-SOURCE
               MOVE PS-VALUE TO PRM-VALUE
               MOVE PS-ID    TO MATCH-SCOPE
            ELSE
               MOVE 4 TO PRM-RC.
       E-GET-PARAMETER.
            EXIT.

       PROBE-STORE.
            MOVE SPACES   TO PS-KEY.
            MOVE PRM-NAME TO PS-NAME.
            EVALUATE PROBE-IX
              WHEN 1
                MOVE RUN-ENV  TO PS-ENV
                MOVE PRM-JOB  TO PS-JOB
                MOVE PRM-STEP TO PS-STEP
              WHEN 2
                MOVE RUN-ENV  TO PS-ENV
                MOVE PRM-JOB  TO PS-JOB
                MOVE "*"      TO PS-STEP
              WHEN 3
                MOVE RUN-ENV  TO PS-ENV
                MOVE "*"      TO PS-JOB, PS-STEP
              WHEN 4
                MOVE "*"      TO PS-ENV
                MOVE PRM-JOB  TO PS-JOB
                MOVE PRM-STEP TO PS-STEP
              WHEN 5
                MOVE "*"      TO PS-ENV, PS-STEP
                MOVE PRM-JOB  TO PS-JOB
              WHEN OTHER
                MOVE "*"      TO PS-ENV, PS-JOB, PS-STEP
            END-EVALUATE.
            ADD 1 TO PROBE-IX.
      *     an unset environment or step only matches the '*' scopes
            IF PS-ENV = SPACES OR PS-JOB = SPACES OR PS-STEP = SPACES
               GO TO E-PROBE-STORE.
            READ STORE-FILE
            END-READ.
            IF PS-STATUS = "00"
               MOVE 1 TO FOUND-SW
            ELSE
              IF PS-STATUS NOT = "23"
                 CALL "FSTATMSG" USING PS-STATUS, FS-REASON
                 DISPLAY "PARMSRV READ FAILED, " PRM-NAME
                         " ST=" PS-STATUS " (" FS-REASON ")".
       E-PROBE-STORE.
            EXIT.

      * ------------------------------------------------------------
      * every lookup, resolved or not, goes to the console and to
      * the log under the run identifier
      * ------------------------------------------------------------
       LOG-PARAMETER.
            DISPLAY "PARMSRV " PRM-NAME " (" PRM-SOURCE ") <"
                    PRM-VALUE ">".
            IF NOT LOG-OPEN
               GO TO E-LOG-PARAMETER.
            MOVE SPACES      TO PL-RECORD.
            MOVE RUN-ID      TO PL-RUN-ID.
            ACCEPT PL-STAMP-DATE FROM DATE YYYYMMDD.
            ACCEPT PL-STAMP-TIME FROM TIME.
            MOVE RUN-ENV     TO PL-ENV.
            MOVE PRM-JOB     TO PL-JOB.
            MOVE PRM-STEP    TO PL-STEP.
            MOVE PRM-NAME    TO PL-NAME.
            MOVE PRM-SOURCE  TO PL-SOURCE.
            MOVE MATCH-SCOPE TO PL-SCOPE.
            MOVE PRM-VALUE   TO PL-VALUE.
            WRITE PL-RECORD
            END-WRITE.
            IF PL-STATUS NOT = "00"
               CALL "FSTATMSG" USING PL-STATUS, FS-REASON
               DISPLAY "PARMSRV PARMLOG WRITE FAILED, ST=" PL-STATUS
                       " (" FS-REASON ")"
               MOVE 9 TO LOG-STATE.
       E-LOG-PARAMETER.
            EXIT.
