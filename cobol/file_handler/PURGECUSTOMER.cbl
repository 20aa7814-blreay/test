       PROGRAM-ID.      PURGECUSTOMER.
      * ------------------------------------------------------------
      * Moves customers flagged inactive or deceased, whose
      * VS-CUSTADDDATE is before the CUTOFF run parameter
      * (CCYYMMDD, required), out of KSDSFILE into a dated archive
      * file and deletes them from the KSDS, printing a manifest of
      * every customer moved.  The archive record carries the purge
      * date ahead of the complete 266-byte VS-ODCSF0-RECORD so the
      * file is complete and restorable - RESTORECUSTOMER is the
      * matched restore step.  Active customers are never touched,
      * and neither is a customer under legal hold (HOLDSRV): held
      * customers are listed and kept, and the run ends RC 4.
      * Each customer purged is journaled through CUSTJRN as a
      * delete with its before image; a journal that cannot be
      * opened refuses the run.  The customer's service notes go
      * with it: each note is written to the notes archive
      * (CUSTNARC, purge date + CUSTNOTE record) and then deleted
      * from CUSTNOTE, for RESTORECUSTOMER to bring back.
      * The loyalty points a purged customer holds are forfeited on
      * the points ledger (LoyaltyPost) and are not given back by a
      * restore; a ledger that cannot be opened refuses the run.
      * CUTOFF is resolved through PARMSRV, the parameter store,
      * where an environment value of that name still overrides.
      * ------------------------------------------------------------
       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
         SELECT ARCH-FILE ASSIGN TO CUSTARCH
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS AR-STATUS.
         SELECT NOTE-FILE ASSIGN TO CUSTNOTE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CN-KEY
            FILE STATUS IS NT-STATUS.
         SELECT NOTE-ARCH-FILE ASSIGN TO CUSTNARC
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS NA-STATUS.

       DATA DIVISION.
       FILE SECTION.
         01  ARCH-RECORD.
             05 AR-PURGE-DATE          PIC 9(8).
             05 AR-CUST-RECORD         PIC X(266).
         FD  NOTE-FILE
             LABEL RECORD STANDARD
             DATA RECORD CN-RECORD.
         COPY CUSTNOTE.
         FD  NOTE-ARCH-FILE
             LABEL RECORD STANDARD
             DATA RECORD NOTE-ARCH-RECORD.
         01  NOTE-ARCH-RECORD.
             05 NA-PURGE-DATE          PIC 9(8).
             05 NA-NOTE-RECORD         PIC X(200).

       WORKING-STORAGE SECTION.
         01  IO-STATUS                 PIC XX.
         01  AR-STATUS                 PIC XX.
         01  NT-STATUS                 PIC XX.
         01  NA-STATUS                 PIC XX.
         01  NOTES-SW                  PIC 9 VALUE 0.
             88  NOTES-PRESENT            VALUE 0.
             88  NOTES-ABSENT             VALUE 1.
         01  NOTE-EOF-SW               PIC 9 VALUE 0.
             88  NOTE-EOF                 VALUE 1.
         01  NOTES-ARCHIVED-CNT        PIC 9(8) VALUE 0.
         01  FS-REASON                 PIC X(60).
         01  CUTOFF-X                  PIC X(8) VALUE SPACES.
         01  CUTOFF-DATE               PIC 9(8).
         01  READ-CNT                  PIC 9(8) VALUE 0.
         01  PURGED-CNT                PIC 9(8) VALUE 0.
         01  KEPT-CNT                  PIC 9(8) VALUE 0.
         01  FORFEIT-CNT               PIC 9(8) VALUE 0.
         01  FORFEIT-PTS               PIC 9(9) VALUE 0.
         01  QZ-PARMS.
             05 QZ-JOB                 PIC X(8) VALUE "PURGECST".
             05 QZ-EXP-MINUTES         PIC 9(4) VALUE 60.
             05 QZ-STATE               PIC X    VALUE SPACE.
             05 QZ-HOLDER              PIC X(8) VALUE SPACES.
      *  HOLDSRV handshake - the legal-hold registry
         01  HLD-PARMS.
             05 HLD-FUNCTION           PIC X    VALUE "C".
             05 HLD-RC                 PIC S9(4) COMP-5 VALUE 0.
             05 HLD-PROGRAM            PIC X(8) VALUE "PURGECST".
             05 HLD-ACTION             PIC X(12) VALUE "PURGE".
             05 HLD-TYPE               PIC X    VALUE "C".
             05 HLD-ID                 PIC X(44) VALUE SPACES.
             05 HLD-MATTER             PIC X(16).
             05 HLD-PLACED-BY          PIC X(8).
             05 HLD-RELEASE-DATE       PIC 9(8).
         01  HELD-CNT                  PIC 9(8) VALUE 0.
      *  CUSTJRN handshake - the customer change journal
         01  JRN-PARMS.
             05 JRN-FUNCTION           PIC X    VALUE "W".
             05 JRN-RC                 PIC S9(4) COMP-5 VALUE 0.
             05 JRN-PROGRAM            PIC X(16) VALUE "PURGECUSTOMER".
             05 JRN-JOB                PIC X(8) VALUE "PURGECST".
             05 JRN-ACTION             PIC X    VALUE "D".
             05 JRN-COUNT              PIC 9(8).
             05 JRN-BEFORE             PIC X(266).
             05 JRN-AFTER              PIC X(266) VALUE SPACES.

      *  LoyaltyPost handshake - the loyalty points ledger
         01  LOY-PARMS.
             05 LOY-FUNCTION           PIC X.
             05 LOY-CUSTIDENT          PIC 9(6).
             05 LOY-VIDEOCODE          PIC 9(5)  VALUE 0.
             05 LOY-COPYNUMBER         PIC 9(3)  VALUE 0.
             05 LOY-MONTH              PIC 9(6)  VALUE 0.
             05 LOY-POINTS             PIC 9(5).
             05 LOY-BALANCE            PIC 9(7).
             05 LOY-EARNED             PIC 9(7).
             05 LOY-REDEEMED           PIC 9(7).
             05 LOY-EXPIRED            PIC 9(7).
             05 LOY-EXPIRING           PIC 9(7).
             05 LOY-RECORDS            PIC 9(5).
             05 LOY-RC                 PIC S9(4) COMP-5.
         01  HOLD-STOP-SW              PIC 9 VALUE 0.
             88  HOLD-STOP                VALUE 1.
      *  PARMSRV handshake - the runtime parameter store
         01  PRM-PARMS.
             05 PRM-FUNCTION           PIC X    VALUE "G".
             05 PRM-RC                 PIC S9(4) COMP-5 VALUE 0.
             05 PRM-JOB                PIC X(8) VALUE "PURGECST".
             05 PRM-STEP               PIC X(8) VALUE "PURGE".
             05 PRM-NAME               PIC X(30).
             05 PRM-VALUE              PIC X(100).
             05 PRM-SOURCE             PIC X.

       PROCEDURE DIVISION.
       P-START.
            MOVE "CUTOFF" TO PRM-NAME.
            CALL "PARMSRV" USING PRM-PARMS.
            MOVE PRM-VALUE TO CUTOFF-X.
            MOVE "C" TO PRM-FUNCTION.
            CALL "PARMSRV" USING PRM-PARMS.
            IF CUTOFF-X NOT NUMERIC
               DISPLAY "PURGECUSTOMER CUTOFF (CCYYMMDD) REQUIRED"
                       " - RUN REFUSED"
            ACCEPT PURGE-DATE FROM DATE YYYYMMDD.
            DISPLAY "PURGECUSTOMER CUTOFF " CUTOFF-DATE
                    " PURGE DATE " PURGE-DATE.
            MOVE "O" TO JRN-FUNCTION.
            CALL "CUSTJRN" USING JRN-PARMS.
            IF JRN-RC NOT = 0
               DISPLAY "PURGECUSTOMER CHANGE JOURNAL UNAVAILABLE -"
                       " RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               GO TO FIN-EXIT.
            MOVE "O" TO LOY-FUNCTION.
            CALL "LoyaltyPost" USING LOY-PARMS.
            IF LOY-RC NOT = 0
               DISPLAY "PURGECUSTOMER LOYALTY LEDGER UNAVAILABLE -"
                       " RUN REFUSED"
               MOVE "C" TO JRN-FUNCTION
               CALL "CUSTJRN" USING JRN-PARMS
               MOVE 16 TO RETURN-CODE
               GO TO FIN-EXIT.
            MOVE "W" TO JRN-FUNCTION.

      *     online services answer "master under maintenance" while
      *     this flag is up; cleared on every exit below, and aged
            OPEN EXTEND ARCH-FILE.
            IF AR-STATUS NOT = "00"
               OPEN OUTPUT ARCH-FILE.
      *     no notes file yet means no notes to carry
            OPEN I-O NOTE-FILE.
            IF NT-STATUS = "35"
               MOVE 1 TO NOTES-SW
               DISPLAY "PURGECUSTOMER NO CUSTNOTE FILE - NO NOTES"
                       " TO ARCHIVE"
            ELSE
              IF NT-STATUS NOT = "00"
                 CALL "FSTATMSG" USING NT-STATUS, FS-REASON
                 DISPLAY "PURGECUSTOMER CUSTNOTE OPEN FAILED"
                 DISPLAY "IO-STATUS =" NT-STATUS " (" FS-REASON ")"
                 MOVE 16 TO RETURN-CODE
                 GO TO FIN-REL.
            IF NOTES-PRESENT
               OPEN EXTEND NOTE-ARCH-FILE
               IF NA-STATUS NOT = "00"
                  OPEN OUTPUT NOTE-ARCH-FILE
               END-IF
            END-IF.

       READ-LOOP.
            READ MW-ENTREE NEXT
               PERFORM PURGE-ONE THRU E-PURGE-ONE
            ELSE
               ADD 1 TO KEPT-CNT.
            IF HOLD-STOP
               GO TO FIN-REL.
            GO TO READ-LOOP.

       FIN-REL.
            CLOSE MW-ENTREE.
            CLOSE ARCH-FILE.
            IF NOTES-PRESENT
               CLOSE NOTE-FILE
               CLOSE NOTE-ARCH-FILE
            END-IF.
            MOVE "C" TO JRN-FUNCTION.
            CALL "CUSTJRN" USING JRN-PARMS.
            MOVE "C" TO LOY-FUNCTION.
            CALL "LoyaltyPost" USING LOY-PARMS.
            CALL "cust_quiesce_clear" USING QZ-PARMS.
            DISPLAY "PURGECUSTOMER RECORDS READ......." READ-CNT.
            DISPLAY "PURGECUSTOMER PURGED TO ARCHIVE.." PURGED-CNT.
            DISPLAY "PURGECUSTOMER KEPT..............." KEPT-CNT.
            DISPLAY "PURGECUSTOMER KEPT UNDER HOLD...." HELD-CNT.
            DISPLAY "PURGECUSTOMER NOTES ARCHIVED....."
                    NOTES-ARCHIVED-CNT.
            DISPLAY "PURGECUSTOMER POINTS FORFEITED..." FORFEIT-CNT
                    " MEMBERS, " FORFEIT-PTS " POINTS".

       FIN-EXIT.
            EXIT PROGRAM.
      * ------------------------------------------------------------
      * archives the current record, then deletes it from the KSDS;
      * the delete only happens after the archive write came back
      * clean, so a record can never leave the file unarchived.
      * A customer under legal hold is kept; with the hold registry
      * unavailable nothing more is purged.
      * ------------------------------------------------------------
       PURGE-ONE.
            MOVE VS-CUSTIDENT TO HLD-ID.
            CALL "HOLDSRV" USING HLD-PARMS.
            IF HLD-RC = 8
               DISPLAY "PURGECUSTOMER HOLD REGISTRY UNAVAILABLE"
                       " - PURGE STOPPED"
               MOVE 16 TO RETURN-CODE
               MOVE 1 TO HOLD-STOP-SW
               GO TO E-PURGE-ONE.
            IF HLD-RC = 4
               DISPLAY "HELD, NOT PURGED: " VS-CUSTIDENT " "
                       VS-CUSTLNAME " MATTER " HLD-MATTER
               ADD 1 TO HELD-CNT, KEPT-CNT
               IF RETURN-CODE < 4
                  MOVE 4 TO RETURN-CODE
               END-IF
               GO TO E-PURGE-ONE.
            MOVE PURGE-DATE        TO AR-PURGE-DATE.
            MOVE VS-ODCSF0-RECORD  TO AR-CUST-RECORD.
            WRITE ARCH-RECORD.
            DISPLAY "PURGED: " VS-CUSTIDENT " " VS-CUSTLNAME
                    " STATUS " VS-CUSTSTATUS
                    " ADDED " VS-CUSTADDDATE.
            MOVE VS-ODCSF0-RECORD TO JRN-BEFORE.
            CALL "CUSTJRN" USING JRN-PARMS.
            IF JRN-RC NOT = 0
               DISPLAY "PURGECUSTOMER PURGE NOT JOURNALED, IDENT="
                       VS-CUSTIDENT
               MOVE 8 TO RETURN-CODE.
            IF NOTES-PRESENT
               PERFORM ARCHIVE-NOTES THRU E-ARCHIVE-NOTES.
            PERFORM FORFEIT-POINTS THRU E-FORFEIT-POINTS.
       E-PURGE-ONE.
            EXIT.

      * ------------------------------------------------------------
      * the purged customer's loyalty points are forfeited; a
      * customer who never earned any is not a member
      * ------------------------------------------------------------
       FORFEIT-POINTS.
            MOVE "F" TO LOY-FUNCTION.
            MOVE VS-CUSTIDENT TO LOY-CUSTIDENT.
            CALL "LoyaltyPost" USING LOY-PARMS.
            IF LOY-RC = 4
               GO TO E-FORFEIT-POINTS.
            IF LOY-RC NOT = 0
               DISPLAY "PURGECUSTOMER POINTS NOT FORFEITED, IDENT="
                       VS-CUSTIDENT
               MOVE 8 TO RETURN-CODE
               GO TO E-FORFEIT-POINTS.
            ADD 1 TO FORFEIT-CNT.
            ADD LOY-BALANCE TO FORFEIT-PTS.
       E-FORFEIT-POINTS.
            EXIT.

      * ------------------------------------------------------------
      * the purged customer's notes, oldest first: each is archived
      * under the same purge date, then deleted; a note whose
      * archive write fails stays on CUSTNOTE
      * ------------------------------------------------------------
       ARCHIVE-NOTES.
            MOVE ZEROS        TO CN-KEY.
            MOVE VS-CUSTIDENT TO CN-CUSTIDENT.
            MOVE 0 TO NOTE-EOF-SW.
            START NOTE-FILE KEY NOT < CN-KEY
              INVALID KEY MOVE 1 TO NOTE-EOF-SW
            END-START.
            PERFORM ARCHIVE-ONE-NOTE THRU E-ARCHIVE-ONE-NOTE
              UNTIL NOTE-EOF.
       E-ARCHIVE-NOTES.
            EXIT.

       ARCHIVE-ONE-NOTE.
            READ NOTE-FILE NEXT RECORD
              AT END
                MOVE 1 TO NOTE-EOF-SW
                GO TO E-ARCHIVE-ONE-NOTE
            END-READ.
            IF NT-STATUS NOT = "00"
               OR CN-CUSTIDENT NOT = VS-CUSTIDENT
               MOVE 1 TO NOTE-EOF-SW
               GO TO E-ARCHIVE-ONE-NOTE.
            MOVE PURGE-DATE TO NA-PURGE-DATE.
            MOVE CN-RECORD  TO NA-NOTE-RECORD.
            WRITE NOTE-ARCH-RECORD.
            IF NA-STATUS NOT = "00"
               DISPLAY "PURGECUSTOMER NOTES ARCHIVE WRITE FAILED, ST="
                       NA-STATUS " - NOTE KEPT, IDENT=" VS-CUSTIDENT
               MOVE 8 TO RETURN-CODE
               GO TO E-ARCHIVE-ONE-NOTE.
            DELETE NOTE-FILE
            END-DELETE.
            IF NT-STATUS NOT = "00"
               CALL "FSTATMSG" USING NT-STATUS, FS-REASON
               DISPLAY "PURGECUSTOMER NOTE DELETE FAILED, IDENT="
                       VS-CUSTIDENT " ST=" NT-STATUS
                       " (" FS-REASON ")"
               MOVE 8 TO RETURN-CODE
               GO TO E-ARCHIVE-ONE-NOTE.
            ADD 1 TO NOTES-ARCHIVED-CNT.
       E-ARCHIVE-ONE-NOTE.
            EXIT.
