      * Outbound transmission manifest and acknowledgment tracking -
      * the custody-chain idea pointed outward at partners.  Every
      * file that leaves the shop (EXTRACTCUST output, the BDMS0210
      * extract, the BDMS0253 GL journal feed) is registered with its
      * identity, counts, destination and deadline; the transfer
      * result and the partner's
      * acknowledgment are posted against the manifest; and the
      * exceptions report answers "did the partner get Tuesday's
      * extract?" without phoning the partner.
      * pending-file pattern) is driven by FUNCTION:
      *   REGISTER - counts the outbound file (XMITFILE) and appends
      *              a manifest record: FILEID, DEST, DEADLINE
      *              (CCYYMMDD) from the environment, and the
      *              optional CLIENT it is for; a client the
      *              client master sends by transmission supplies
      *              its destination when DEST is not given
      *   SENT     - marks FILEID transmitted
      *   REGLIST  - registers every file on the registration list
      *              (XMITLIST) the BDMS0263 report burst writes, one
      *              entry per file with its own FILEID, DEST,
      *              DEADLINE and CLIENT; a file drop is delivered by
      *              being dropped, so it is entered already sent
      *   ACK      - posts the partner's acknowledgment for FILEID:
      *              ACKCOUNT is compared to the registered record
      *              count; a mismatch marks the entry M instead of A
      *   REPORT   - lists every entry past its deadline that is not
      *              cleanly acknowledged; any such entry leaves
      *              return code 4; an entry registered for a
      *              client is shown with the client's name
      * FUNCTION and the values above are run parameters, resolved
      * through PARMSRV (the parameter store; an environment value
      * of the same name still overrides).
      * ------------------------------------------------------------
       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
         SELECT XMIT-FILE ASSIGN TO XMITFILE
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS XF-STATUS.
         SELECT OPTIONAL REG-LIST-FILE ASSIGN TO XMITLIST
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS RL-STATUS.
         SELECT LISTED-FILE ASSIGN TO DYNAMIC LISTED-NAME
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS LF-STATUS.

       DATA DIVISION.
       FILE SECTION.
             LABEL RECORD STANDARD
             DATA RECORD XMIT-RECORD.
         01  XMIT-RECORD               PIC X(4094).
      *  one file to register, as BDMS0263 lists it
         FD  REG-LIST-FILE
             LABEL RECORD STANDARD
             DATA RECORD REG-LIST-RECORD.
         01  REG-LIST-RECORD.
             05 RL-FILE-ID             PIC X(16).
             05 RL-DEST                PIC X(16).
             05 RL-DEADLINE            PIC X(8).
             05 RL-CLIENT              PIC X(3).
             05 RL-FILE-NAME           PIC X(44).
             05 RL-FORM                PIC X.
                88 RL-FILE-DROP          VALUE "F".
             05 FILLER                 PIC X(12).
         FD  LISTED-FILE
             LABEL RECORD STANDARD
             DATA RECORD LISTED-RECORD.
         01  LISTED-RECORD             PIC X(4094).

       WORKING-STORAGE SECTION.
         01  MI-STATUS                 PIC XX.
         01  MO-STATUS                 PIC XX.
         01  XF-STATUS                 PIC XX.
         01  RL-STATUS                 PIC XX.
         01  LF-STATUS                 PIC XX.
         01  LISTED-NAME               PIC X(44).
         01  LIST-EOF-SW               PIC 9 VALUE 0.
             88  LIST-EOF                 VALUE 1.
         01  LISTED-EOF-SW             PIC 9 VALUE 0.
             88  LISTED-EOF               VALUE 1.
         01  LISTED-CNT                PIC 9(5) VALUE 0.
         01  MAN-EOF-SW                PIC 9 VALUE 0.
             88  MAN-EOF                  VALUE 1.
         01  XMIT-EOF-SW               PIC 9 VALUE 0.
                88 XM-ACKED              VALUE "A".
                88 XM-MISMATCHED         VALUE "M".
             05 XM-ACK-CNT             PIC 9(9).
             05 XM-CLIENT              PIC X(3).
             05 FILLER                 PIC X(10).

         01  FUNCTION-REQ              PIC X(8) VALUE SPACES.
         01  FILEID-REQ                PIC X(16) VALUE SPACES.
         01  DEST-REQ                  PIC X(16) VALUE SPACES.
         01  CLIENT-REQ                PIC X(3) VALUE SPACES.
         01  DEADLINE-X                PIC X(8) VALUE SPACES.
         01  ACKCOUNT-X                PIC X(9) VALUE SPACES.
         01  TODAY-DATE                PIC 9(8).
         01  REC-LEN                   PIC 9(5).
         01  EXCEPTION-CNT             PIC 9(5) VALUE 0.

      *  CLNTSRV handshake - the client master
         01  CLN-PARMS.
             05 CLN-FUNCTION           PIC X    VALUE SPACE.
             05 CLN-RC                 PIC S9(4) COMP-5 VALUE 0.
             05 CLN-OPERATOR           PIC X(8) VALUE SPACES.
             05 CLN-RECORD.
                10 CLN-CLIENT          PIC X(3).
                10 CLN-STATUS          PIC X.
                10 CLN-NAME            PIC X(40).
                10 FILLER              PIC X(307).
                10 CLN-DELIVERY        PIC X.
                   88 CLN-BY-XMIT        VALUE "X".
                10 CLN-DELIVERY-DEST   PIC X(50).
                10 FILLER              PIC X(78).

      *  PARMSRV handshake - the runtime parameter store
         01  PRM-PARMS.
             05 PRM-FUNCTION           PIC X    VALUE "G".
             05 PRM-RC                 PIC S9(4) COMP-5 VALUE 0.
             05 PRM-JOB                PIC X(8) VALUE "XMITTRCK".
             05 PRM-STEP               PIC X(8) VALUE "TRACK".
             05 PRM-NAME               PIC X(30).
             05 PRM-VALUE              PIC X(100).
             05 PRM-SOURCE             PIC X.

       PROCEDURE DIVISION.
       P-START.
            ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
            ACCEPT TODAY-TIME FROM TIME.
            MOVE "FUNCTION" TO PRM-NAME.
            PERFORM GET-PARM THRU E-GET-PARM.
            MOVE PRM-VALUE TO FUNCTION-REQ.
            MOVE "FILEID" TO PRM-NAME.
            PERFORM GET-PARM THRU E-GET-PARM.
            MOVE PRM-VALUE TO FILEID-REQ.
            EVALUATE FUNCTION-REQ
              WHEN "REGISTER"
                PERFORM REGISTER-FILE THRU E-REGISTER-FILE
              WHEN "REGLIST"
                PERFORM REGISTER-LIST THRU E-REGISTER-LIST
              WHEN "SENT"
                PERFORM MARK-ENTRY THRU E-MARK-ENTRY
              WHEN "ACK"
              WHEN "REPORT"
                PERFORM EXCEPTIONS-REPORT THRU E-EXCEPTIONS-REPORT
              WHEN OTHER
                DISPLAY "XMITTRACK FUNCTION MUST BE REGISTER, "
                        "REGLIST, SENT, ACK OR REPORT"
                MOVE 16 TO RETURN-CODE
            END-EVALUATE.
            MOVE "C" TO PRM-FUNCTION.
            CALL "PARMSRV" USING PRM-PARMS.
            EXIT PROGRAM.
            STOP RUN.

               DISPLAY "XMITTRACK FILEID REQUIRED - REFUSED"
               MOVE 16 TO RETURN-CODE
               GO TO E-REGISTER-FILE.
            MOVE "DEST" TO PRM-NAME.
            PERFORM GET-PARM THRU E-GET-PARM.
            MOVE PRM-VALUE TO DEST-REQ.
            MOVE "DEADLINE" TO PRM-NAME.
            PERFORM GET-PARM THRU E-GET-PARM.
            MOVE PRM-VALUE TO DEADLINE-X.
            IF DEADLINE-X NOT NUMERIC
               DISPLAY "XMITTRACK DEADLINE (CCYYMMDD) REQUIRED"
               MOVE 16 TO RETURN-CODE
               GO TO E-REGISTER-FILE.
            MOVE "CLIENT" TO PRM-NAME.
            PERFORM GET-PARM THRU E-GET-PARM.
            MOVE PRM-VALUE TO CLIENT-REQ.
            IF CLIENT-REQ NOT = SPACES
               PERFORM CLIENT-DEST THRU E-CLIENT-DEST.
            OPEN INPUT XMIT-FILE.
            IF XF-STATUS NOT = "00"
               DISPLAY "XMITTRACK OUTBOUND FILE UNAVAILABLE, ST="
            MOVE DEADLINE-X   TO XM-DEADLINE.
            MOVE "R"          TO XM-STATUS.
            MOVE ZEROS        TO XM-ACK-CNT.
            MOVE CLIENT-REQ   TO XM-CLIENT.
            WRITE MAN-OUT-RECORD FROM MANIFEST-WORK.
            CLOSE MAN-IN-FILE, MAN-OUT-FILE.
            DISPLAY "XMITTRACK REGISTERED " FILEID-REQ
       E-REGISTER-FILE.
            EXIT.

      * the client master names the client and, for a client taking
      * its files by transmission, where they go
       CLIENT-DEST.
            MOVE "R" TO CLN-FUNCTION.
            MOVE CLIENT-REQ TO CLN-CLIENT.
            CALL "CLNTSRV" USING CLN-PARMS.
            IF CLN-RC = 4
               DISPLAY "XMITTRACK CLIENT " CLIENT-REQ
                       " NOT ON THE CLIENT MASTER"
               GO TO E-CLIENT-DEST.
            IF CLN-RC NOT = 0
               GO TO E-CLIENT-DEST.
            IF DEST-REQ = SPACES AND CLN-BY-XMIT
               MOVE CLN-DELIVERY-DEST TO DEST-REQ
               DISPLAY "XMITTRACK DEST FROM THE CLIENT MASTER FOR "
                       CLIENT-REQ.
       E-CLIENT-DEST.
            EXIT.

       COUNT-ONE-RECORD.
            READ XMIT-FILE
              AT END
       E-TRIM-REC-LEN.
            EXIT.

      * ------------------------------------------------------------
      * REGLIST: copy the manifest forward, then count and append
      * every file on the registration list
      * ------------------------------------------------------------
       REGISTER-LIST.
            OPEN INPUT REG-LIST-FILE.
            IF RL-STATUS NOT = "00" AND RL-STATUS NOT = "05"
               DISPLAY "XMITTRACK REGISTRATION LIST UNAVAILABLE, ST="
                       RL-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO E-REGISTER-LIST.
            OPEN INPUT MAN-IN-FILE.
            OPEN OUTPUT MAN-OUT-FILE.
            PERFORM COPY-ONE-ENTRY THRU E-COPY-ONE-ENTRY
              UNTIL MAN-EOF.
            PERFORM REGISTER-ONE-LISTED THRU E-REGISTER-ONE-LISTED
              UNTIL LIST-EOF.
            CLOSE REG-LIST-FILE, MAN-IN-FILE, MAN-OUT-FILE.
            DISPLAY "XMITTRACK LISTED FILES REGISTERED " LISTED-CNT.
       E-REGISTER-LIST.
            EXIT.

       REGISTER-ONE-LISTED.
            READ REG-LIST-FILE
              AT END
                MOVE 1 TO LIST-EOF-SW
                GO TO E-REGISTER-ONE-LISTED
            END-READ.
            IF RL-FILE-ID = SPACES OR RL-DEADLINE NOT NUMERIC
               DISPLAY "XMITTRACK LIST ENTRY WITHOUT FILEID OR "
                       "DEADLINE SKIPPED: " RL-FILE-NAME
               MOVE 8 TO RETURN-CODE
               GO TO E-REGISTER-ONE-LISTED.
            MOVE RL-DEST   TO DEST-REQ.
            MOVE RL-CLIENT TO CLIENT-REQ.
            IF CLIENT-REQ NOT = SPACES
               PERFORM CLIENT-DEST THRU E-CLIENT-DEST.
            MOVE RL-FILE-NAME TO LISTED-NAME.
            OPEN INPUT LISTED-FILE.
            IF LF-STATUS NOT = "00"
               DISPLAY "XMITTRACK LISTED FILE UNAVAILABLE, ST="
                       LF-STATUS " " RL-FILE-NAME
               MOVE 8 TO RETURN-CODE
               GO TO E-REGISTER-ONE-LISTED.
            MOVE 0 TO REC-CNT, BYTE-CNT, LISTED-EOF-SW.
            PERFORM COUNT-ONE-LISTED THRU E-COUNT-ONE-LISTED
              UNTIL LISTED-EOF.
            CLOSE LISTED-FILE.
            MOVE SPACES TO MANIFEST-WORK.
            MOVE RL-FILE-ID   TO XM-FILE-ID.
            MOVE TODAY-DATE   TO XM-REG-DATE.
            MOVE TODAY-TIME   TO XM-REG-TIME.
            MOVE REC-CNT      TO XM-REC-CNT.
            MOVE BYTE-CNT     TO XM-BYTE-CNT.
            MOVE DEST-REQ     TO XM-DEST.
            MOVE RL-DEADLINE  TO XM-DEADLINE.
            IF RL-FILE-DROP
               MOVE "S"       TO XM-STATUS
            ELSE
               MOVE "R"       TO XM-STATUS.
            MOVE ZEROS        TO XM-ACK-CNT.
            MOVE CLIENT-REQ   TO XM-CLIENT.
            WRITE MAN-OUT-RECORD FROM MANIFEST-WORK.
            ADD 1 TO LISTED-CNT.
            DISPLAY "XMITTRACK REGISTERED " RL-FILE-ID
                    " RECORDS=" REC-CNT " BYTES=" BYTE-CNT
                    " DEST=" DEST-REQ " DEADLINE=" RL-DEADLINE.
       E-REGISTER-ONE-LISTED.
            EXIT.

       COUNT-ONE-LISTED.
            READ LISTED-FILE
              AT END
                MOVE 1 TO LISTED-EOF-SW
                GO TO E-COUNT-ONE-LISTED
            END-READ.
            ADD 1 TO REC-CNT.
            MOVE 4094 TO REC-LEN.
            PERFORM TRIM-LISTED-LEN THRU E-TRIM-LISTED-LEN
              UNTIL REC-LEN = 0 OR
                    LISTED-RECORD (REC-LEN:1) NOT = SPACE.
            ADD REC-LEN TO BYTE-CNT.
       E-COUNT-ONE-LISTED.
            EXIT.

       TRIM-LISTED-LEN.
            SUBTRACT 1 FROM REC-LEN.
       E-TRIM-LISTED-LEN.
            EXIT.

      * ------------------------------------------------------------
      * SENT / ACK: copy the manifest forward flipping the entry
      * ------------------------------------------------------------
               MOVE 16 TO RETURN-CODE
               GO TO E-MARK-ENTRY.
            IF FUNCTION-REQ = "ACK"
               MOVE "ACKCOUNT" TO PRM-NAME
               PERFORM GET-PARM THRU E-GET-PARM
               MOVE PRM-VALUE TO ACKCOUNT-X
               IF ACKCOUNT-X NOT NUMERIC
                  DISPLAY "XMITTRACK ACKCOUNT REQUIRED FOR ACK"
                  MOVE 16 TO RETURN-CODE
               DISPLAY "  " XM-FILE-ID " TO " XM-DEST
                       " COUNT MISMATCH: SENT " XM-REC-CNT
                       " ACKED " XM-ACK-CNT
               PERFORM SHOW-CLIENT THRU E-SHOW-CLIENT
               GO TO E-CHECK-ONE-ENTRY.
            IF XM-DEADLINE > TODAY-DATE
               GO TO E-CHECK-ONE-ENTRY.
            ADD 1 TO EXCEPTION-CNT.
            IF XM-REGISTERED
               DISPLAY "  " XM-FILE-ID " TO " XM-DEST
                       " NEVER TRANSMITTED, DEADLINE "
                       XM-DEADLINE
            ELSE
               DISPLAY "  " XM-FILE-ID " TO " XM-DEST
                       " SENT BUT UNACKNOWLEDGED, DEADLINE "
                       XM-DEADLINE.
            PERFORM SHOW-CLIENT THRU E-SHOW-CLIENT.
       E-CHECK-ONE-ENTRY.
            EXIT.

       SHOW-CLIENT.
            IF XM-CLIENT = SPACES OR XM-CLIENT = LOW-VALUES
               GO TO E-SHOW-CLIENT.
            MOVE "R" TO CLN-FUNCTION.
            MOVE XM-CLIENT TO CLN-CLIENT.
            CALL "CLNTSRV" USING CLN-PARMS.
            IF CLN-RC NOT = 0
               MOVE SPACES TO CLN-NAME.
            DISPLAY "      CLIENT " XM-CLIENT " " CLN-NAME.
       E-SHOW-CLIENT.
            EXIT.

      * ------------------------------------------------------------
      * one run parameter: PRM-VALUE is spaces when it is set
      * nowhere
      * ------------------------------------------------------------
       GET-PARM.
            MOVE "G" TO PRM-FUNCTION.
            CALL "PARMSRV" USING PRM-PARMS.
       E-GET-PARM.
            EXIT.
