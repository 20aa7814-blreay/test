      * carried before, and brand-new households get the next free
      * id.  The new companion file goes to HOUSEOUT with the first
      * member of each household flagged as its mailing contact, so
      * EXTRACTCUST can select one contact per household.  The same
      * membership is reloaded into the keyed household file
      * (CUSTHHLD, household id + ident, with the ident path
      * CUSTHHID) so the online customer inquiry can list a
      * customer's household; a household file that cannot be
      * loaded leaves HOUSEOUT good and ends the run RC 4.
      *
      * Each run reports NEW households (no member had an id),
      * MERGED households (members arrive from two or more prior
         SELECT HOUSE-OUT-FILE ASSIGN TO HOUSEOUT
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS HO-STATUS.
         SELECT HHLD-FILE ASSIGN TO CUSTHHLD
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS HX-KEY
            ALTERNATE RECORD KEY IS HX-CUSTIDENT
            FILE STATUS IS HX-STATUS.

       DATA DIVISION.
       FILE SECTION.
             05 FILLER                 PIC X VALUE SPACE.
             05 HO-CONTACT             PIC X.
             05 FILLER                 PIC X(63).
         FD  HHLD-FILE
             LABEL RECORD STANDARD
             DATA RECORD HX-RECORD.
         COPY CUSTHHLD.

       WORKING-STORAGE SECTION.
         01  IO-STATUS                 PIC XX.
         01  HI-STATUS                 PIC XX.
         01  HO-STATUS                 PIC XX.
         01  HX-STATUS                 PIC XX.
         01  HHLD-SW                   PIC 9 VALUE 0.
             88  HHLD-LOADING             VALUE 0.
             88  HHLD-FAILED              VALUE 1.
         01  HHLD-LOADED-CNT           PIC 9(8) VALUE 0.
         01  FS-REASON                 PIC X(60).
         01  HOUSE-EOF-SW              PIC 9 VALUE 0.
             88  HOUSE-EOF                VALUE 1.
      * ------------------------------------------------------------
       WRITE-COMPANION.
            OPEN OUTPUT HOUSE-OUT-FILE.
            OPEN OUTPUT HHLD-FILE.
            IF HX-STATUS NOT = "00"
               CALL "FSTATMSG" USING HX-STATUS, FS-REASON
               DISPLAY "HOUSEHOLD CUSTHHLD OPEN FAILED, ST="
                       HX-STATUS " (" FS-REASON ")"
               MOVE 1 TO HHLD-SW.
            MOVE 1 TO CUS-I.
            PERFORM WRITE-ONE-MEMBER THRU E-WRITE-ONE-MEMBER
              UNTIL CUS-I > CUS-TBL-CNT.
            CLOSE HOUSE-OUT-FILE.
            IF HHLD-LOADING
               CLOSE HHLD-FILE
            ELSE
               DISPLAY "HOUSEHOLD CUSTHHLD NOT LOADED - ONLINE"
                       " HOUSEHOLDS ARE STALE"
               IF RETURN-CODE < 4
                  MOVE 4 TO RETURN-CODE
               END-IF
            END-IF.
            DISPLAY "HOUSEHOLD CUSTHHLD MEMBERS LOADED" HHLD-LOADED-CNT.
       E-WRITE-COMPANION.
            EXIT.

            ELSE
               MOVE "N" TO HO-CONTACT.
            WRITE HOUSE-OUT-RECORD.
            IF HHLD-LOADING
               PERFORM LOAD-ONE-MEMBER THRU E-LOAD-ONE-MEMBER.
       E-WRITE-ONE-MEMBER.
            ADD 1 TO CUS-I.

      *  the keyed copy of the companion record; the first failure
      *  stops the load
       LOAD-ONE-MEMBER.
            MOVE SPACES     TO HX-RECORD.
            MOVE HO-HH-ID   TO HX-HH-ID.
            MOVE HO-IDENT   TO HX-CUSTIDENT.
            MOVE HO-CONTACT TO HX-CONTACT.
            WRITE HX-RECORD
            END-WRITE.
            IF HX-STATUS = "00"
               ADD 1 TO HHLD-LOADED-CNT
            ELSE
               CALL "FSTATMSG" USING HX-STATUS, FS-REASON
               DISPLAY "HOUSEHOLD CUSTHHLD WRITE FAILED, IDENT="
                       HO-IDENT " ST=" HX-STATUS " (" FS-REASON ")"
               CLOSE HHLD-FILE
               MOVE 1 TO HHLD-SW.
       E-LOAD-ONE-MEMBER.
            EXIT.

      * ------------------------------------------------------------
      * loads last run's companion file; a missing file just means
      * every household is new.  the highest id on file seeds the
