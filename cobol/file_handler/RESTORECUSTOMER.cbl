      * and writes it back to KSDSFILE with the status reset to
      * active, so a reactivated customer comes back exactly as
      * archived.  When the identifier appears more than once in
      * the archive the most recently purged copy wins.  The
      * restore is journaled through CUSTJRN as an add with its after
      * image; a journal that cannot be opened refuses the restore.
      * The customer's service notes archived by the same purge
      * (CUSTNARC entries of that purge date) are written back to
      * CUSTNOTE; a note already on file is left as it is.
      * ------------------------------------------------------------
       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
         SELECT ARCH-FILE ASSIGN TO CUSTARCH
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS AR-STATUS.
         SELECT NOTE-FILE ASSIGN TO CUSTNOTE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS CN-KEY
            FILE STATUS IS NT-STATUS.
         SELECT NOTE-ARCH-FILE ASSIGN TO CUSTNARC
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS NA-STATUS.

       DATA DIVISION.
       FILE SECTION.
             05 AR-CUST-RECORD.
                10 AR-CUSTIDENT        PIC X(6).
                10 FILLER              PIC X(260).
         FD  NOTE-FILE
             LABEL RECORD STANDARD
             DATA RECORD CN-RECORD.
         COPY CUSTNOTE.
         FD  NOTE-ARCH-FILE
             LABEL RECORD STANDARD
             DATA RECORD NOTE-ARCH-RECORD.
         01  NOTE-ARCH-RECORD.
             05 NA-PURGE-DATE          PIC 9(8).
             05 NA-NOTE-RECORD.
                10 NA-CUSTIDENT        PIC X(6).
                10 FILLER              PIC X(194).

       WORKING-STORAGE SECTION.
         01  IO-STATUS                 PIC XX.
         01  AR-STATUS                 PIC XX.
         01  NT-STATUS                 PIC XX.
         01  NA-STATUS                 PIC XX.
         01  RESTORED-SW               PIC 9 VALUE 0.
             88  CUSTOMER-RESTORED        VALUE 1.
         01  NOTES-RESTORED-CNT        PIC 9(8) VALUE 0.
         01  FS-REASON                 PIC X(60).
         01  RESTORE-ID                PIC X(6) VALUE SPACES.
         01  ARCH-EOF-SW               PIC 9 VALUE 0.
             88  ARCHIVE-COPY-FOUND       VALUE 1.
         01  HOLD-CUST-RECORD          PIC X(266).
         01  HOLD-PURGE-DATE           PIC 9(8).
      *  CUSTJRN handshake - the customer change journal
         01  JRN-PARMS.
             05 JRN-FUNCTION           PIC X    VALUE "O".
             05 JRN-RC                 PIC S9(4) COMP-5 VALUE 0.
             05 JRN-PROGRAM            PIC X(16)
                                       VALUE "RESTORECUSTOMER".
             05 JRN-JOB                PIC X(8) VALUE "RESTCUST".
             05 JRN-ACTION             PIC X    VALUE "A".
             05 JRN-COUNT              PIC 9(8).
             05 JRN-BEFORE             PIC X(266) VALUE SPACES.
             05 JRN-AFTER              PIC X(266).

       PROCEDURE DIVISION.
       P-START.
                       " NOT IN ARCHIVE"
               MOVE 8 TO RETURN-CODE
               GO TO FIN-EXIT.
            CALL "CUSTJRN" USING JRN-PARMS.
            IF JRN-RC NOT = 0
               DISPLAY "RESTORECUSTOMER CHANGE JOURNAL UNAVAILABLE -"
                       " RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               GO TO FIN-EXIT.
            OPEN I-O MW-ENTREE.
            IF IO-STATUS NOT = "00"
               CALL "FSTATMSG" USING IO-STATUS, FS-REASON
            IF IO-STATUS = "00"
               DISPLAY "RESTORED: " VS-CUSTIDENT " " VS-CUSTLNAME
                       " (PURGED " HOLD-PURGE-DATE ")"
               MOVE 1 TO RESTORED-SW
               MOVE VS-ODCSF0-RECORD TO JRN-AFTER
               MOVE "W" TO JRN-FUNCTION
               CALL "CUSTJRN" USING JRN-PARMS
               IF JRN-RC NOT = 0
                  DISPLAY "RESTORECUSTOMER RESTORE NOT JOURNALED"
                  MOVE 8 TO RETURN-CODE
               END-IF
            ELSE
              IF IO-STATUS = "22"
                 DISPLAY "RESTORECUSTOMER IDENT " RESTORE-ID
                         IO-STATUS " (" FS-REASON ")"
                 MOVE 8 TO RETURN-CODE.
            CLOSE MW-ENTREE.
            MOVE "C" TO JRN-FUNCTION.
            CALL "CUSTJRN" USING JRN-PARMS.
            IF CUSTOMER-RESTORED
               PERFORM RESTORE-NOTES THRU E-RESTORE-NOTES.

       FIN-EXIT.
            EXIT PROGRAM.
            STOP RUN.

      * ------------------------------------------------------------
      * the notes archived with the restored copy go back to
      * CUSTNOTE under their original keys
      * ------------------------------------------------------------
       RESTORE-NOTES.
            OPEN INPUT NOTE-ARCH-FILE.
            IF NA-STATUS NOT = "00"
               DISPLAY "RESTORECUSTOMER NO NOTES ARCHIVE - NO NOTES"
                       " RESTORED"
               GO TO E-RESTORE-NOTES.
            OPEN I-O NOTE-FILE.
            IF NT-STATUS = "35"
               OPEN OUTPUT NOTE-FILE
               CLOSE NOTE-FILE
               OPEN I-O NOTE-FILE.
            IF NT-STATUS NOT = "00"
               CALL "FSTATMSG" USING NT-STATUS, FS-REASON
               DISPLAY "RESTORECUSTOMER CUSTNOTE OPEN FAILED, ST="
                       NT-STATUS " (" FS-REASON ")"
               DISPLAY "RESTORECUSTOMER NOTES NOT RESTORED"
               MOVE 8 TO RETURN-CODE
               CLOSE NOTE-ARCH-FILE
               GO TO E-RESTORE-NOTES.
       SCAN-NOTES-ARCHIVE.
            READ NOTE-ARCH-FILE
              AT END GO TO END-NOTES-ARCHIVE
            END-READ.
            IF NA-CUSTIDENT NOT = RESTORE-ID
               OR NA-PURGE-DATE NOT = HOLD-PURGE-DATE
               GO TO SCAN-NOTES-ARCHIVE.
            MOVE NA-NOTE-RECORD TO CN-RECORD.
            WRITE CN-RECORD
            END-WRITE.
            IF NT-STATUS = "00"
               ADD 1 TO NOTES-RESTORED-CNT
            ELSE
              IF NT-STATUS NOT = "22"
                 CALL "FSTATMSG" USING NT-STATUS, FS-REASON
                 DISPLAY "RESTORECUSTOMER NOTE WRITE FAILED, ST="
                         NT-STATUS " (" FS-REASON ")"
                 MOVE 8 TO RETURN-CODE.
            GO TO SCAN-NOTES-ARCHIVE.
       END-NOTES-ARCHIVE.
            CLOSE NOTE-ARCH-FILE.
            CLOSE NOTE-FILE.
            DISPLAY "RESTORECUSTOMER NOTES RESTORED..."
                    NOTES-RESTORED-CNT.
       E-RESTORE-NOTES.
            EXIT.
