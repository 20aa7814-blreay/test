       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      CUSTACC.
      * ------------------------------------------------------------
      * Callable writer for the customer access log (CUSTACCL, a
      * KSDS in the CUSTACCL layout).  Every batch program that
      * shows or hands on a customer's record logs the access
      * through here - the ident, the operator, the job, the program
      * and the purpose, stamped now; CUSTMNT, CUST360 and CUSTCHNS
      * write the same record online.  ACCRPT summarizes the log
      * monthly per operator, and ERASECUST certifies an erased
      * customer's access history from it.
      *
      *   ACC-FUNCTION O - open the log.  Callers open before they
      *                    read the master, so a run that cannot be
      *                    logged shows no one
      *                W - write one entry for ACC-CUSTIDENT with
      *                    ACC-PURPOSE
      *                C - close
      *   ACC-RC 0 - done
      *   ACC-RC 8 - log unavailable or the write failed
      *
      * The operator comes from the OPERATOR environment value when
      * the run was given one; the job is the caller's job name.
      * Entries stamped in the same hundredth of a second for the
      * same customer are kept apart by the key sequence number.
      * ------------------------------------------------------------
       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
         SELECT ACC-FILE ASSIGN TO CUSTACCL
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS AC-KEY
            FILE STATUS IS AC-STATUS.

       DATA DIVISION.
       FILE SECTION.
         FD  ACC-FILE
             LABEL RECORD STANDARD
             DATA RECORD AC-RECORD.
         COPY CUSTACCL.

       WORKING-STORAGE SECTION.
         01  AC-STATUS                 PIC XX.
         01  FS-REASON                 PIC X(60).
         01  OPEN-STATE                PIC 9 VALUE 0.
             88  LOG-CLOSED               VALUE 0.
             88  LOG-OPEN                 VALUE 1.
             88  LOG-UNAVAILABLE          VALUE 9.
         01  OPERATOR-ID               PIC X(8) VALUE SPACES.
         01  STAMP-DATE                PIC 9(8).
         01  STAMP-TIME                PIC 9(8).
         01  WRITE-DONE-SW             PIC 9 VALUE 0.
             88  WRITE-DONE               VALUE 1.

       LINKAGE SECTION.
         01  ACC-PARMS.
             05 ACC-FUNCTION           PIC X.
             05 ACC-RC                 PIC S9(4) COMP-5.
             05 ACC-PROGRAM            PIC X(16).
             05 ACC-JOB                PIC X(8).
             05 ACC-PURPOSE            PIC X(2).
             05 ACC-CUSTIDENT          PIC 9(6).

       PROCEDURE DIVISION USING ACC-PARMS.
       P-START.
            MOVE 0 TO ACC-RC.
            IF ACC-FUNCTION = "C"
               IF LOG-OPEN
                  CLOSE ACC-FILE
                  MOVE 0 TO OPEN-STATE
               END-IF
               GOBACK.
            IF LOG-CLOSED
               PERFORM OPEN-LOG THRU E-OPEN-LOG.
            IF LOG-UNAVAILABLE
               MOVE 8 TO ACC-RC
               GOBACK.
            IF ACC-FUNCTION = "W"
               PERFORM WRITE-ENTRY THRU E-WRITE-ENTRY.
            GOBACK.

      * ------------------------------------------------------------
      * opened I-O on the first call; a log that has never been
      * written is created empty first
      * ------------------------------------------------------------
       OPEN-LOG.
            DISPLAY "OPERATOR" UPON ENVIRONMENT-NAME.
            ACCEPT OPERATOR-ID FROM ENVIRONMENT-VALUE.
            OPEN I-O ACC-FILE.
            IF AC-STATUS = "35"
               OPEN OUTPUT ACC-FILE
               CLOSE ACC-FILE
               OPEN I-O ACC-FILE.
            IF AC-STATUS = "00"
               MOVE 1 TO OPEN-STATE
            ELSE
               CALL "FSTATMSG" USING AC-STATUS, FS-REASON
               DISPLAY "CUSTACC CUSTACCL UNAVAILABLE, ST=" AC-STATUS
                       " (" FS-REASON ")"
               MOVE 9 TO OPEN-STATE.
       E-OPEN-LOG.
            EXIT.

      * ------------------------------------------------------------
      * one entry; a duplicate key means another entry for the
      * customer carries the same stamp, so the sequence steps on
      * ------------------------------------------------------------
       WRITE-ENTRY.
            MOVE SPACES TO AC-RECORD.
            MOVE ACC-CUSTIDENT TO AC-CUSTIDENT.
            ACCEPT STAMP-DATE FROM DATE YYYYMMDD.
            ACCEPT STAMP-TIME FROM TIME.
            MOVE STAMP-DATE    TO AC-STAMP-DATE.
            MOVE STAMP-TIME    TO AC-STAMP-TIME.
            MOVE 0             TO AC-SEQ.
            MOVE OPERATOR-ID   TO AC-OPERATOR.
            MOVE ACC-JOB       TO AC-JOB.
            MOVE ACC-PROGRAM   TO AC-PROGRAM.
            MOVE ACC-PURPOSE   TO AC-PURPOSE.
            MOVE 0 TO WRITE-DONE-SW.
            PERFORM WRITE-ONE-TRY THRU E-WRITE-ONE-TRY
              UNTIL WRITE-DONE.
       E-WRITE-ENTRY.
            EXIT.

       WRITE-ONE-TRY.
            WRITE AC-RECORD
            END-WRITE.
            IF AC-STATUS = "22" AND AC-SEQ < 9999
               ADD 1 TO AC-SEQ
               GO TO E-WRITE-ONE-TRY.
            MOVE 1 TO WRITE-DONE-SW.
            IF AC-STATUS NOT = "00"
               CALL "FSTATMSG" USING AC-STATUS, FS-REASON
               DISPLAY "CUSTACC WRITE FAILED, IDENT=" AC-CUSTIDENT
                       " ST=" AC-STATUS " (" FS-REASON ")"
               MOVE 8 TO ACC-RC.
       E-WRITE-ONE-TRY.
            EXIT.
