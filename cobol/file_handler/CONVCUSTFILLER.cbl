      * ------------------------------------------------------------
      * One-time conversion backfilling the fields newly carved out
      * of VS-FILLER in the ODCSF0B layout: postal code (spaces),
      * status ('A' active), date added (CONVDATE run parameter
      * through PARMSRV, CCYYMMDD, default today), and the
      * returned-mail and death-match marks (clear).  Runs against a
      * sequential unload of KSDSFILE (CUSTOLD) and writes the
      * converted copy (CUSTNEW) for reload - the record length
      * stays 266, so only records whose status byte is not already
      * A/I/D are touched.
      * Each record converted is journaled through CUSTJRN, before
      * and after, since the reload carries the change onto the
      * master; a journal that cannot be opened refuses the run.
      * ------------------------------------------------------------
       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
         01  READ-CNT                  PIC 9(8) VALUE 0.
         01  CONVERTED-CNT             PIC 9(8) VALUE 0.
         01  ALREADY-SET-CNT           PIC 9(8) VALUE 0.
      *  CUSTJRN handshake - the customer change journal
         01  JRN-PARMS.
             05 JRN-FUNCTION           PIC X    VALUE "W".
             05 JRN-RC                 PIC S9(4) COMP-5 VALUE 0.
             05 JRN-PROGRAM            PIC X(16) VALUE "CONVCUSTFILLER".
             05 JRN-JOB                PIC X(8) VALUE "CONVCUST".
             05 JRN-ACTION             PIC X    VALUE "C".
             05 JRN-COUNT              PIC 9(8).
             05 JRN-BEFORE             PIC X(266).
             05 JRN-AFTER              PIC X(266).

      *  PARMSRV handshake - the runtime parameter store
         01  PRM-PARMS.
             05 PRM-FUNCTION           PIC X    VALUE "G".
             05 PRM-RC                 PIC S9(4) COMP-5 VALUE 0.
             05 PRM-JOB                PIC X(8) VALUE "CONVCUST".
             05 PRM-STEP               PIC X(8) VALUE "CONVERT".
             05 PRM-NAME               PIC X(30).
             05 PRM-VALUE              PIC X(100).
             05 PRM-SOURCE             PIC X.

       PROCEDURE DIVISION.
       P-START.
            MOVE "CONVDATE" TO PRM-NAME.
            CALL "PARMSRV" USING PRM-PARMS.
            MOVE PRM-VALUE TO CONV-DATE-X.
            MOVE "C" TO PRM-FUNCTION.
            CALL "PARMSRV" USING PRM-PARMS.
            IF CONV-DATE-X NUMERIC
               MOVE CONV-DATE-X TO CONV-DATE
            ELSE
               ACCEPT CONV-DATE FROM DATE YYYYMMDD.
            DISPLAY "CONVCUSTFILLER DATE ADDED SET TO " CONV-DATE.
            MOVE "O" TO JRN-FUNCTION.
            CALL "CUSTJRN" USING JRN-PARMS.
            IF JRN-RC NOT = 0
               DISPLAY "CONVCUSTFILLER CHANGE JOURNAL UNAVAILABLE -"
                       " RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               GO TO FIN-EXIT.
            MOVE "W" TO JRN-FUNCTION.
            OPEN INPUT OLD-FILE.
            IF OL-STATUS NOT = "00"
               DISPLAY "CONVCUSTFILLER OPEN FAILED, ST=" OL-STATUS
               AND VS-CUSTADDDATE NUMERIC
               ADD 1 TO ALREADY-SET-CNT
            ELSE
               MOVE VS-ODCSF0-RECORD TO JRN-BEFORE
               MOVE SPACES    TO VS-CUSTPOSTAL
               MOVE "A"       TO VS-CUSTSTATUS
               MOVE CONV-DATE TO VS-CUSTADDDATE
               MOVE SPACE     TO VS-CUSTRTNFLAG
               MOVE ZERO      TO VS-CUSTRTNDATE
               MOVE SPACES    TO VS-CUSTRTNRSN
               MOVE SPACE     TO VS-CUSTDTHFLAG
               MOVE ZERO      TO VS-CUSTDTHDATE
               MOVE ZERO      TO VS-CUSTDTHSCORE
               MOVE SPACES    TO VS-FILLER
               ADD 1 TO CONVERTED-CNT
               PERFORM WRITE-JOURNAL THRU E-WRITE-JOURNAL.
            WRITE NEW-RECORD FROM VS-ODCSF0-RECORD.
            GO TO CONVERT-LOOP.

            DISPLAY "CONVCUSTFILLER RECORDS READ......" READ-CNT.
            DISPLAY "CONVCUSTFILLER CONVERTED........." CONVERTED-CNT.
            DISPLAY "CONVCUSTFILLER ALREADY SET......." ALREADY-SET-CNT.
            MOVE "C" TO JRN-FUNCTION.
            CALL "CUSTJRN" USING JRN-PARMS.

       FIN-EXIT.
            EXIT PROGRAM.
            STOP RUN.

      * ------------------------------------------------------------
      * a converted record the journal could not take is named and
      * the run ends RC 8
      * ------------------------------------------------------------
       WRITE-JOURNAL.
            MOVE VS-ODCSF0-RECORD TO JRN-AFTER.
            CALL "CUSTJRN" USING JRN-PARMS.
            IF JRN-RC NOT = 0
               DISPLAY "CONVCUSTFILLER CHANGE NOT JOURNALED, IDENT="
                       VS-CUSTIDENT
               MOVE 8 TO RETURN-CODE.
       E-WRITE-JOURNAL.
            EXIT.
