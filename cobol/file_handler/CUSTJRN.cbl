       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      CUSTJRN.
      * ------------------------------------------------------------
      * Callable writer for the customer master change journal
      * (CUSTJRNL, a KSDS in the CUSTJRNL layout).  Every batch
      * program that changes KSDSFILE journals through here, so each
      * change lands once, with the before image, the after image,
      * the program, the job, the operator and the time; CUSTMNT
      * writes the same record online, and CUSTHIST reports a
      * customer's history from it.
      *
      *   JRN-FUNCTION O - open the journal.  Callers open before
      *                    they touch the master, so a master that
      *                    cannot be journaled is not changed
      *                W - write one entry: JRN-ACTION A/C/D/E,
      *                    JRN-BEFORE and JRN-AFTER the images (the
      *                    ident is taken from the after image, or
      *                    from the before image on a delete)
      *                R - strip the images from every entry of the
      *                    ident in JRN-BEFORE (1:6), for an erasure;
      *                    JRN-COUNT returns the entries stripped
      *                C - close
      *   JRN-RC 0 - done
      *   JRN-RC 8 - journal unavailable or the I/O failed
      *
      * The operator comes from the OPERATOR environment value when
      * the run was given one; the job is the caller's job name.
      * Entries stamped in the same hundredth of a second for the
      * same customer are kept apart by the key sequence number.
      * ------------------------------------------------------------
       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
         SELECT JRN-FILE ASSIGN TO CUSTJRNL
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CJ-KEY
            FILE STATUS IS CJ-STATUS.

       DATA DIVISION.
       FILE SECTION.
         FD  JRN-FILE
             LABEL RECORD STANDARD
             DATA RECORD CJ-RECORD.
         COPY CUSTJRNL.

       WORKING-STORAGE SECTION.
         01  CJ-STATUS                 PIC XX.
         01  FS-REASON                 PIC X(60).
         01  OPEN-STATE                PIC 9 VALUE 0.
             88  JOURNAL-CLOSED           VALUE 0.
             88  JOURNAL-OPEN             VALUE 1.
             88  JOURNAL-UNAVAILABLE      VALUE 9.
         01  OPERATOR-ID               PIC X(8) VALUE SPACES.
         01  STAMP-DATE                PIC 9(8).
         01  STAMP-TIME                PIC 9(8).
         01  REDACT-IDENT              PIC 9(6).
         01  REDACT-EOF-SW             PIC 9 VALUE 0.
             88  REDACT-EOF               VALUE 1.
         01  WRITE-DONE-SW             PIC 9 VALUE 0.
             88  WRITE-DONE               VALUE 1.

       LINKAGE SECTION.
         01  JRN-PARMS.
             05 JRN-FUNCTION           PIC X.
             05 JRN-RC                 PIC S9(4) COMP-5.
             05 JRN-PROGRAM            PIC X(16).
             05 JRN-JOB                PIC X(8).
             05 JRN-ACTION             PIC X.
             05 JRN-COUNT              PIC 9(8).
             05 JRN-BEFORE             PIC X(266).
             05 JRN-AFTER              PIC X(266).

       PROCEDURE DIVISION USING JRN-PARMS.
       P-START.
            MOVE 0 TO JRN-RC, JRN-COUNT.
            IF JRN-FUNCTION = "C"
               IF JOURNAL-OPEN
                  CLOSE JRN-FILE
                  MOVE 0 TO OPEN-STATE
               END-IF
               GOBACK.
            IF JOURNAL-CLOSED
               PERFORM OPEN-JOURNAL THRU E-OPEN-JOURNAL.
            IF JOURNAL-UNAVAILABLE
               MOVE 8 TO JRN-RC
               GOBACK.
            IF JRN-FUNCTION = "W"
               PERFORM WRITE-ENTRY THRU E-WRITE-ENTRY
            ELSE
              IF JRN-FUNCTION = "R"
                 PERFORM REDACT-IDENT-ENTRIES
                    THRU E-REDACT-IDENT-ENTRIES.
            GOBACK.

      * ------------------------------------------------------------
      * opened I-O on the first call; a journal that has never been
      * written is created empty first
      * ------------------------------------------------------------
       OPEN-JOURNAL.
            DISPLAY "OPERATOR" UPON ENVIRONMENT-NAME.
            ACCEPT OPERATOR-ID FROM ENVIRONMENT-VALUE.
            OPEN I-O JRN-FILE.
            IF CJ-STATUS = "35"
               OPEN OUTPUT JRN-FILE
               CLOSE JRN-FILE
               OPEN I-O JRN-FILE.
            IF CJ-STATUS = "00"
               MOVE 1 TO OPEN-STATE
            ELSE
               CALL "FSTATMSG" USING CJ-STATUS, FS-REASON
               DISPLAY "CUSTJRN CUSTJRNL UNAVAILABLE, ST=" CJ-STATUS
                       " (" FS-REASON ")"
               MOVE 9 TO OPEN-STATE.
       E-OPEN-JOURNAL.
            EXIT.

      * ------------------------------------------------------------
      * one entry; a duplicate key means another entry for the
      * customer carries the same stamp, so the sequence steps on
      * ------------------------------------------------------------
       WRITE-ENTRY.
            MOVE SPACES TO CJ-RECORD.
            IF JRN-AFTER = SPACES
               MOVE JRN-BEFORE (1:6) TO CJ-CUSTIDENT
            ELSE
               MOVE JRN-AFTER (1:6)  TO CJ-CUSTIDENT.
            ACCEPT STAMP-DATE FROM DATE YYYYMMDD.
            ACCEPT STAMP-TIME FROM TIME.
            MOVE STAMP-DATE   TO CJ-STAMP-DATE.
            MOVE STAMP-TIME   TO CJ-STAMP-TIME.
            MOVE 0            TO CJ-SEQ.
            MOVE JRN-ACTION   TO CJ-ACTION.
            MOVE JRN-PROGRAM  TO CJ-PROGRAM.
            MOVE JRN-JOB      TO CJ-JOB.
            MOVE OPERATOR-ID  TO CJ-OPERATOR.
            MOVE JRN-BEFORE   TO CJ-BEFORE.
            MOVE JRN-AFTER    TO CJ-AFTER.
            MOVE 0 TO WRITE-DONE-SW.
            PERFORM WRITE-ONE-TRY THRU E-WRITE-ONE-TRY
              UNTIL WRITE-DONE.
       E-WRITE-ENTRY.
            EXIT.

       WRITE-ONE-TRY.
            WRITE CJ-RECORD
            END-WRITE.
            IF CJ-STATUS = "22" AND CJ-SEQ < 9999
               ADD 1 TO CJ-SEQ
               GO TO E-WRITE-ONE-TRY.
            MOVE 1 TO WRITE-DONE-SW.
            IF CJ-STATUS NOT = "00"
               CALL "FSTATMSG" USING CJ-STATUS, FS-REASON
               DISPLAY "CUSTJRN WRITE FAILED, IDENT=" CJ-CUSTIDENT
                       " ST=" CJ-STATUS " (" FS-REASON ")"
               MOVE 8 TO JRN-RC.
       E-WRITE-ONE-TRY.
            EXIT.

      * ------------------------------------------------------------
      * erasure: every entry of the customer keeps its key, action,
      * program, job and operator, but the images go - only the
      * ident stays in the before image
      * ------------------------------------------------------------
       REDACT-IDENT-ENTRIES.
            MOVE JRN-BEFORE (1:6) TO REDACT-IDENT.
            MOVE ZEROS        TO CJ-KEY.
            MOVE REDACT-IDENT TO CJ-CUSTIDENT.
            MOVE 0 TO REDACT-EOF-SW.
            START JRN-FILE KEY NOT < CJ-KEY
              INVALID KEY MOVE 1 TO REDACT-EOF-SW
            END-START.
            PERFORM REDACT-ONE-ENTRY THRU E-REDACT-ONE-ENTRY
              UNTIL REDACT-EOF.
       E-REDACT-IDENT-ENTRIES.
            EXIT.

       REDACT-ONE-ENTRY.
            READ JRN-FILE NEXT RECORD
              AT END
                MOVE 1 TO REDACT-EOF-SW
                GO TO E-REDACT-ONE-ENTRY
            END-READ.
            IF CJ-STATUS NOT = "00"
               CALL "FSTATMSG" USING CJ-STATUS, FS-REASON
               DISPLAY "CUSTJRN READ FAILED, IDENT=" REDACT-IDENT
                       " ST=" CJ-STATUS " (" FS-REASON ")"
               MOVE 8 TO JRN-RC
               MOVE 1 TO REDACT-EOF-SW
               GO TO E-REDACT-ONE-ENTRY.
            IF CJ-CUSTIDENT NOT = REDACT-IDENT
               MOVE 1 TO REDACT-EOF-SW
               GO TO E-REDACT-ONE-ENTRY.
            IF CJ-BEFORE (7:260) = SPACES AND CJ-AFTER = SPACES
               GO TO E-REDACT-ONE-ENTRY.
            MOVE SPACES TO CJ-BEFORE, CJ-AFTER.
            MOVE CJ-CUSTIDENT TO CJ-BEFORE (1:6).
            REWRITE CJ-RECORD
            END-REWRITE.
            IF CJ-STATUS = "00"
               ADD 1 TO JRN-COUNT
            ELSE
               CALL "FSTATMSG" USING CJ-STATUS, FS-REASON
               DISPLAY "CUSTJRN REWRITE FAILED, IDENT=" REDACT-IDENT
                       " ST=" CJ-STATUS " (" FS-REASON ")"
               MOVE 8 TO JRN-RC.
       E-REDACT-ONE-ENTRY.
            EXIT.
