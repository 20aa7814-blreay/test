       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      ADDRSEL.
      * ------------------------------------------------------------
      * Callable address selection from the customer address file
      * (CUSTADDR).  The caller fills the lines with the customer
      * master's own address; when a CUSTADDR address of the right
      * type is in effect on ASL-DATE it replaces them:
      *   ASL-PURPOSE M - mailing: a seasonal address in effect
      *                   first, then a mailing address, then the
      *                   residence
      *   ASL-PURPOSE R - residence only
      * Within a type the address that took effect latest wins.
      * Addresses the STANDADDR pass sent for review, and addresses
      * RTNMAIL has marked undeliverable, are passed over.  Whether
      * the master address itself is undeliverable is the caller's
      * to test (VS-CUST-UNDELIVERABLE) when ASL-RC is not 0.
      *   ASL-FUNCTION S - select; C - close the file
      *   ASL-RC 0 - a CUSTADDR address chosen, ASL-TYPE says which
      *   ASL-RC 4 - none in effect, the master address stands and
      *              ASL-TYPE is space
      *   ASL-RC 8 - address file unreadable, master address stands
      * No address file at all is the same as no address on file.
      * ------------------------------------------------------------
       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
         SELECT ADDR-FILE ASSIGN TO CUSTADDR
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS AD-KEY
            FILE STATUS IS AD-STATUS.

       DATA DIVISION.
       FILE SECTION.
         FD  ADDR-FILE
             LABEL RECORD STANDARD
             DATA RECORD AD-RECORD.
         COPY CUSTADDR.

       WORKING-STORAGE SECTION.
         01  AD-STATUS                 PIC XX.
         01  FS-REASON                 PIC X(60).
         01  OPEN-STATE                PIC 9 VALUE 0.
             88  ADDR-FILE-CLOSED         VALUE 0.
             88  ADDR-FILE-OPEN           VALUE 1.
             88  ADDR-FILE-ABSENT         VALUE 2.
             88  ADDR-FILE-UNAVAILABLE    VALUE 9.
      *  the types tried for each purpose, in order of preference
         01  MAIL-ORDER                PIC X(3) VALUE "SMR".
         01  RESIDENCE-ORDER           PIC X(3) VALUE "R  ".
         01  TYPE-ORDER                PIC X(3).
         01  TY-I                      PIC 9(4) COMP-5.
         01  WANT-TYPE                 PIC X.
         01  SCAN-END-SW               PIC 9 VALUE 0.
             88  SCAN-END                 VALUE 1.
         01  FOUND-SW                  PIC 9 VALUE 0.
             88  ADDRESS-FOUND            VALUE 1.
         01  FOUND-RECORD              PIC X(120).

       LINKAGE SECTION.
         01  ASL-PARMS.
             05 ASL-FUNCTION           PIC X.
             05 ASL-CUSTIDENT          PIC 9(6).
             05 ASL-DATE               PIC 9(8).
             05 ASL-PURPOSE            PIC X.
             05 ASL-ADDRS              PIC X(30).
             05 ASL-CITY               PIC X(20).
             05 ASL-STATE              PIC X(2).
             05 ASL-POSTAL             PIC X(9).
             05 ASL-TYPE               PIC X.
             05 ASL-RC                 PIC S9(4) COMP-5.

       PROCEDURE DIVISION USING ASL-PARMS.
       P-START.
            MOVE SPACE TO ASL-TYPE.
            MOVE 4 TO ASL-RC.
            IF ASL-FUNCTION = "C"
               IF ADDR-FILE-OPEN
                  CLOSE ADDR-FILE
               END-IF
               MOVE 0 TO OPEN-STATE
               MOVE 0 TO ASL-RC
               GOBACK.
            IF ADDR-FILE-CLOSED
               PERFORM OPEN-ADDRESSES THRU E-OPEN-ADDRESSES.
            IF ADDR-FILE-ABSENT
               GOBACK.
            IF ADDR-FILE-UNAVAILABLE
               MOVE 8 TO ASL-RC
               GOBACK.
            IF ASL-PURPOSE = "R"
               MOVE RESIDENCE-ORDER TO TYPE-ORDER
            ELSE
               MOVE MAIL-ORDER TO TYPE-ORDER.
            MOVE 0 TO FOUND-SW.
            MOVE 1 TO TY-I.
            PERFORM TRY-ONE-TYPE THRU E-TRY-ONE-TYPE
              UNTIL TY-I > 3 OR ADDRESS-FOUND.
            IF ADDRESS-FOUND
               MOVE FOUND-RECORD TO AD-RECORD
               MOVE AD-ADDRS  TO ASL-ADDRS
               MOVE AD-CITY   TO ASL-CITY
               MOVE AD-STATE  TO ASL-STATE
               MOVE AD-POSTAL TO ASL-POSTAL
               MOVE AD-TYPE   TO ASL-TYPE
               MOVE 0 TO ASL-RC.
            GOBACK.

      * ------------------------------------------------------------
      * opened on the first call and held open for the run
      * ------------------------------------------------------------
       OPEN-ADDRESSES.
            OPEN INPUT ADDR-FILE.
            IF AD-STATUS = "00"
               MOVE 1 TO OPEN-STATE
               GO TO E-OPEN-ADDRESSES.
            IF AD-STATUS = "35"
               MOVE 2 TO OPEN-STATE
               GO TO E-OPEN-ADDRESSES.
            CALL "FSTATMSG" USING AD-STATUS, FS-REASON.
            DISPLAY "ADDRSEL CUSTADDR UNAVAILABLE, ST=" AD-STATUS
                    " (" FS-REASON ") - MASTER ADDRESSES USED".
            MOVE 9 TO OPEN-STATE.
       E-OPEN-ADDRESSES.
            EXIT.

      * ------------------------------------------------------------
      * one type: the customer's addresses of the type come back
      * oldest first, so the last one in effect on the date is the
      * latest; the scan stops at the first one not yet in effect
      * ------------------------------------------------------------
       TRY-ONE-TYPE.
            MOVE TYPE-ORDER (TY-I:1) TO WANT-TYPE.
            IF WANT-TYPE = SPACE
               GO TO E-TRY-ONE-TYPE.
            MOVE ASL-CUSTIDENT TO AD-CUSTIDENT.
            MOVE WANT-TYPE     TO AD-TYPE.
            MOVE ZERO          TO AD-EFF-FROM.
            MOVE 0 TO SCAN-END-SW.
            START ADDR-FILE KEY NOT < AD-KEY
              INVALID KEY MOVE 1 TO SCAN-END-SW
            END-START.
            PERFORM SCAN-ONE-ADDRESS THRU E-SCAN-ONE-ADDRESS
              UNTIL SCAN-END.
       E-TRY-ONE-TYPE.
            ADD 1 TO TY-I.

       SCAN-ONE-ADDRESS.
            READ ADDR-FILE NEXT RECORD
              AT END
                MOVE 1 TO SCAN-END-SW
                GO TO E-SCAN-ONE-ADDRESS
            END-READ.
            IF AD-STATUS NOT = "00"
               CALL "FSTATMSG" USING AD-STATUS, FS-REASON
               DISPLAY "ADDRSEL READ FAILED, IDENT=" ASL-CUSTIDENT
                       " ST=" AD-STATUS " (" FS-REASON ")"
               MOVE 1 TO SCAN-END-SW
               GO TO E-SCAN-ONE-ADDRESS.
            IF AD-CUSTIDENT NOT = ASL-CUSTIDENT OR
               AD-TYPE NOT = WANT-TYPE OR
               AD-EFF-FROM > ASL-DATE
               MOVE 1 TO SCAN-END-SW
               GO TO E-SCAN-ONE-ADDRESS.
            IF AD-STD-REVIEW OR AD-UNDELIVERABLE
               GO TO E-SCAN-ONE-ADDRESS.
            IF AD-EFF-TO NOT = ZERO AND AD-EFF-TO < ASL-DATE
               GO TO E-SCAN-ONE-ADDRESS.
            MOVE AD-RECORD TO FOUND-RECORD.
            MOVE 1 TO FOUND-SW.
       E-SCAN-ONE-ADDRESS.
            EXIT.
