       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      UPDADDR.
      * ------------------------------------------------------------
      * Batch maintenance for the customer address file (CUSTADDR),
      * in the UPDCUSTOMER mould: a transaction file of adds /
      * changes / deletes keyed by VS-CUSTIDENT, address type and
      * effective-from date, a flagged-reject output and an update
      * statistics report.
      *
      * Transaction record (CUSTADTR, 121 bytes):
      *   AT-ACTION X(1)   'A' add, 'C' change, 'D' delete
      *   AT-RECORD X(120) full CUSTADDR image (for 'D' only the key
      *                    positions need be filled)
      * Field edits: the customer must be on the master (KSDSFILE),
      * type 'R' residence, 'M' mailing or 'S' seasonal, effective
      * dates plausible (CCYY 1900-2099, MM 01-12, DD 01-31), the
      * effective-to date zero (open-ended) or not before the
      * effective-from date, address line non-blank.  Adds and
      * changes then go through the shared ADDRSTD routine - the
      * checks STANDADDR applies, state through VALIDSTATE - and
      * are stored standardized and marked checked; one ADDRSTD
      * sends for review is rejected with its reason instead.
      * Rejects go to ADDRREJ with a reason.
      * The returned-mail mark (AD-RTN-FLAG, set by RTNMAIL) is kept
      * by a change that leaves the address lines and postal code as
      * they were and cleared by one that does not.
      * ------------------------------------------------------------
       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
         SELECT MW-ENTREE ASSIGN TO KSDSFILE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS VS-CUSTIDENT
            ALTERNATE RECORD KEY IS VS-CUSTSTATE
                 WITH DUPLICATES
            FILE STATUS IS IO-STATUS.
         SELECT ADDR-FILE ASSIGN TO CUSTADDR
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS AD-KEY
            FILE STATUS IS AD-STATUS.
         SELECT TRAN-FILE ASSIGN TO CUSTADTR
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS TR-STATUS.
         SELECT REJ-FILE ASSIGN TO ADDRREJ
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS RJ-STATUS.

       DATA DIVISION.
       FILE SECTION.
         FD  MW-ENTREE
             LABEL RECORD STANDARD
             DATA RECORD VS-ODCSF0-RECORD.
         COPY ODCSF0B.
         FD  ADDR-FILE
             LABEL RECORD STANDARD
             DATA RECORD AD-RECORD.
         COPY CUSTADDR.
         FD  TRAN-FILE
             LABEL RECORD STANDARD
             DATA RECORD TRAN-RECORD.
         01  TRAN-RECORD.
             05 AT-ACTION              PIC X.
             05 AT-RECORD              PIC X(120).
         FD  REJ-FILE
             LABEL RECORD STANDARD
             DATA RECORD REJ-RECORD.
         01  REJ-RECORD.
             05 RJ-REASON              PIC X(20).
             05 RJ-ACTION              PIC X.
             05 RJ-RECORD              PIC X(120).

       WORKING-STORAGE SECTION.
         01  IO-STATUS                 PIC XX.
         01  AD-STATUS                 PIC XX.
         01  TR-STATUS                 PIC XX.
         01  RJ-STATUS                 PIC XX.
         01  FS-REASON                 PIC X(60).
         01  EDIT-FAIL-SW              PIC 9 VALUE 0.
             88  EDIT-FAILED              VALUE 1.
         01  REJECT-REASON             PIC X(20).
         01  TODAY-DATE                PIC 9(8).

      *  the transaction's address image, edited before it touches
      *  the file
         01  WK-ADDR-RECORD.
             05 WK-CUSTIDENT           PIC X(006).
             05 WK-TYPE                PIC X(001).
             05 WK-EFF-FROM            PIC X(008).
             05 WK-EFF-FROM-G REDEFINES WK-EFF-FROM.
              10 WK-EF-CC              PIC XX.
              10 WK-EF-YY              PIC XX.
              10 WK-EF-MM              PIC XX.
              10 WK-EF-DD              PIC XX.
             05 WK-EFF-TO              PIC X(008).
             05 WK-EFF-TO-G REDEFINES WK-EFF-TO.
              10 WK-ET-CC              PIC XX.
              10 WK-ET-YY              PIC XX.
              10 WK-ET-MM              PIC XX.
              10 WK-ET-DD              PIC XX.
             05 WK-ADDRS               PIC X(030).
             05 WK-CITY                PIC X(020).
             05 WK-STATE               PIC X(002).
             05 WK-POSTAL              PIC X(009).
             05 WK-FILLER              PIC X(036).

      *  the address as it stood before a change, for the returned-
      *  mail mark
         01  BEFORE-ADDR.
             05 BF-ADDRS               PIC X(030).
             05 BF-CITY                PIC X(020).
             05 BF-STATE               PIC X(002).
             05 BF-POSTAL              PIC X(009).
             05 BF-RTN-FLAG            PIC X(001).
             05 BF-RTN-DATE            PIC 9(008).
             05 BF-RTN-REASON          PIC X(002).

      *  ADDRSTD handshake - the shared address checks
         01  ASD-PARMS.
             05 ASD-ADDRS              PIC X(30).
             05 ASD-CITY               PIC X(20).
             05 ASD-STATE              PIC X(2).
             05 ASD-POSTAL             PIC X(9).
             05 ASD-CHANGED            PIC 9.
             05 ASD-REASON             PIC X(20).
             05 ASD-RC                 PIC S9(4) COMP-5.

         01  TRAN-READ-CNT             PIC 9(8) VALUE 0.
         01  GOOD-ADD-CNT              PIC 9(8) VALUE 0.
         01  GOOD-CHG-CNT              PIC 9(8) VALUE 0.
         01  GOOD-DEL-CNT              PIC 9(8) VALUE 0.
         01  REJECT-CNT                PIC 9(8) VALUE 0.
         01  RTN-CLEARED-CNT           PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       P-START.
            ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
            OPEN INPUT MW-ENTREE.
            IF IO-STATUS NOT = "00"
               CALL "FSTATMSG" USING IO-STATUS, FS-REASON
               DISPLAY "UPDADDR MASTER OPEN FAILED"
               DISPLAY "IO-STATUS =" IO-STATUS " (" FS-REASON ")"
               MOVE 16 TO RETURN-CODE
               GO TO FIN-EXIT.
      *     the first addresses ever loaded create the file
            OPEN I-O ADDR-FILE.
            IF AD-STATUS = "35"
               OPEN OUTPUT ADDR-FILE
               CLOSE ADDR-FILE
               OPEN I-O ADDR-FILE.
            IF AD-STATUS NOT = "00"
               CALL "FSTATMSG" USING AD-STATUS, FS-REASON
               DISPLAY "UPDADDR CUSTADDR OPEN I-O FAILED"
               DISPLAY "IO-STATUS =" AD-STATUS " (" FS-REASON ")"
               MOVE 16 TO RETURN-CODE
               CLOSE MW-ENTREE
               GO TO FIN-EXIT.
            OPEN INPUT TRAN-FILE.
            IF TR-STATUS NOT = "00"
               DISPLAY "UPDADDR TRAN OPEN FAILED, ST=" TR-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE MW-ENTREE
               CLOSE ADDR-FILE
               GO TO FIN-EXIT.
            OPEN OUTPUT REJ-FILE.

       READ-TRAN.
            READ TRAN-FILE
              AT END GO TO FIN-REL
            END-READ.
            ADD 1 TO TRAN-READ-CNT.
            MOVE AT-RECORD TO WK-ADDR-RECORD.
            PERFORM EDIT-TRAN THRU E-EDIT-TRAN.
            IF EDIT-FAILED
               PERFORM WRITE-REJECT THRU E-WRITE-REJECT
               GO TO READ-TRAN.
            IF AT-ACTION = "A"
               PERFORM ADD-ADDRESS THRU E-ADD-ADDRESS
            ELSE
              IF AT-ACTION = "C"
                 PERFORM CHANGE-ADDRESS THRU E-CHANGE-ADDRESS
              ELSE
                 PERFORM DELETE-ADDRESS THRU E-DELETE-ADDRESS.
            GO TO READ-TRAN.

       FIN-REL.
            CLOSE MW-ENTREE.
            CLOSE ADDR-FILE.
            CLOSE TRAN-FILE.
            CLOSE REJ-FILE.
            DISPLAY "UPDADDR TRANSACTIONS READ........" TRAN-READ-CNT.
            DISPLAY "UPDADDR ADDS APPLIED............." GOOD-ADD-CNT.
            DISPLAY "UPDADDR CHANGES APPLIED.........." GOOD-CHG-CNT.
            DISPLAY "UPDADDR DELETES APPLIED.........." GOOD-DEL-CNT.
            DISPLAY "UPDADDR REJECTS WRITTEN.........." REJECT-CNT.
            DISPLAY "UPDADDR RETURN MARKS CLEARED....." RTN-CLEARED-CNT.

       FIN-EXIT.
            EXIT PROGRAM.
            STOP RUN.

      * ------------------------------------------------------------
      * field edits: the key always; the dates and lines for adds
      * and changes; deletes only need a valid key
      * ------------------------------------------------------------
       EDIT-TRAN.
            MOVE 0 TO EDIT-FAIL-SW.
            MOVE SPACES TO REJECT-REASON.
            IF AT-ACTION NOT = "A" AND AT-ACTION NOT = "C"
                                   AND AT-ACTION NOT = "D"
               MOVE "INVALID-ACTION" TO REJECT-REASON
               MOVE 1 TO EDIT-FAIL-SW
               GO TO E-EDIT-TRAN.
            IF WK-CUSTIDENT NOT NUMERIC
               MOVE "IDENT-NOT-NUMERIC" TO REJECT-REASON
               MOVE 1 TO EDIT-FAIL-SW
               GO TO E-EDIT-TRAN.
            IF WK-TYPE NOT = "R" AND WK-TYPE NOT = "M"
                                 AND WK-TYPE NOT = "S"
               MOVE "INVALID-TYPE" TO REJECT-REASON
               MOVE 1 TO EDIT-FAIL-SW
               GO TO E-EDIT-TRAN.
            IF WK-EFF-FROM NOT NUMERIC
               MOVE "FROM-NOT-NUMERIC" TO REJECT-REASON
               MOVE 1 TO EDIT-FAIL-SW
               GO TO E-EDIT-TRAN.
            IF AT-ACTION = "D"
               GO TO E-EDIT-TRAN.
            IF WK-EF-CC NOT = "19" AND WK-EF-CC NOT = "20"
               OR WK-EF-MM < "01" OR WK-EF-MM > "12"
               OR WK-EF-DD < "01" OR WK-EF-DD > "31"
               MOVE "FROM-DATE-INVALID" TO REJECT-REASON
               MOVE 1 TO EDIT-FAIL-SW
               GO TO E-EDIT-TRAN.
            IF WK-EFF-TO = SPACES
               MOVE ZEROS TO WK-EFF-TO.
            IF WK-EFF-TO NOT NUMERIC
               MOVE "TO-NOT-NUMERIC" TO REJECT-REASON
               MOVE 1 TO EDIT-FAIL-SW
               GO TO E-EDIT-TRAN.
            IF WK-EFF-TO NOT = ZEROS
               IF WK-ET-CC NOT = "19" AND WK-ET-CC NOT = "20"
                  OR WK-ET-MM < "01" OR WK-ET-MM > "12"
                  OR WK-ET-DD < "01" OR WK-ET-DD > "31"
                  MOVE "TO-DATE-INVALID" TO REJECT-REASON
                  MOVE 1 TO EDIT-FAIL-SW
                  GO TO E-EDIT-TRAN
               END-IF
               IF WK-EFF-TO < WK-EFF-FROM
                  MOVE "TO-BEFORE-FROM" TO REJECT-REASON
                  MOVE 1 TO EDIT-FAIL-SW
                  GO TO E-EDIT-TRAN.
            IF WK-ADDRS = SPACES
               MOVE "ADDRESS-BLANK" TO REJECT-REASON
               MOVE 1 TO EDIT-FAIL-SW
               GO TO E-EDIT-TRAN.
            IF WK-STATE = SPACES OR WK-STATE (2:1) = SPACE
               MOVE "STATE-BLANK" TO REJECT-REASON
               MOVE 1 TO EDIT-FAIL-SW
               GO TO E-EDIT-TRAN.
            MOVE WK-CUSTIDENT TO VS-CUSTIDENT.
            READ MW-ENTREE
            END-READ.
            IF IO-STATUS = "23"
               MOVE "CUSTOMER-NOT-FOUND" TO REJECT-REASON
               MOVE 1 TO EDIT-FAIL-SW
               GO TO E-EDIT-TRAN.
            IF IO-STATUS NOT = "00"
               CALL "FSTATMSG" USING IO-STATUS, FS-REASON
               DISPLAY "UPDADDR MASTER READ FAILED, IDENT="
                       WK-CUSTIDENT
               DISPLAY "IO-STATUS =" IO-STATUS " (" FS-REASON ")"
               MOVE "FILE-ERROR" TO REJECT-REASON
               MOVE 1 TO EDIT-FAIL-SW
               MOVE 8 TO RETURN-CODE
               GO TO E-EDIT-TRAN.
            PERFORM STANDARDIZE-TRAN THRU E-STANDARDIZE-TRAN.
       E-EDIT-TRAN.
            EXIT.

      * ------------------------------------------------------------
      * the STANDADDR checks; the transaction is stored with the
      * lines as ADDRSTD left them
      * ------------------------------------------------------------
       STANDARDIZE-TRAN.
            MOVE WK-ADDRS  TO ASD-ADDRS.
            MOVE WK-CITY   TO ASD-CITY.
            MOVE WK-STATE  TO ASD-STATE.
            MOVE WK-POSTAL TO ASD-POSTAL.
            CALL "ADDRSTD" USING ASD-PARMS.
            IF ASD-RC NOT = 0
               MOVE ASD-REASON TO REJECT-REASON
               MOVE 1 TO EDIT-FAIL-SW
               GO TO E-STANDARDIZE-TRAN.
            MOVE ASD-ADDRS TO WK-ADDRS.
            MOVE ASD-CITY  TO WK-CITY.
       E-STANDARDIZE-TRAN.
            EXIT.

       BUILD-ADDRESS.
            MOVE SPACES       TO AD-RECORD.
            MOVE WK-CUSTIDENT TO AD-CUSTIDENT.
            MOVE WK-TYPE      TO AD-TYPE.
            MOVE WK-EFF-FROM  TO AD-EFF-FROM.
            MOVE WK-EFF-TO    TO AD-EFF-TO.
            MOVE WK-ADDRS     TO AD-ADDRS.
            MOVE WK-CITY      TO AD-CITY.
            MOVE WK-STATE     TO AD-STATE.
            MOVE WK-POSTAL    TO AD-POSTAL.
            MOVE "C"          TO AD-STD-STATUS.
            MOVE TODAY-DATE   TO AD-CHANGED-DATE.
            MOVE "UPDADDR"    TO AD-CHANGED-BY.
            MOVE SPACE        TO AD-RTN-FLAG.
            MOVE ZERO         TO AD-RTN-DATE.
            MOVE SPACES       TO AD-RTN-REASON.
       E-BUILD-ADDRESS.
            EXIT.

       ADD-ADDRESS.
            PERFORM BUILD-ADDRESS THRU E-BUILD-ADDRESS.
            WRITE AD-RECORD
            END-WRITE.
            IF AD-STATUS = "00"
               ADD 1 TO GOOD-ADD-CNT
            ELSE
              IF AD-STATUS = "22"
                 MOVE "DUPLICATE-ADDRESS" TO REJECT-REASON
                 PERFORM WRITE-REJECT THRU E-WRITE-REJECT
              ELSE
                 PERFORM IO-ERROR THRU E-IO-ERROR.
       E-ADD-ADDRESS.
            EXIT.

       CHANGE-ADDRESS.
            PERFORM READ-BEFORE THRU E-READ-BEFORE.
            IF AD-STATUS NOT = "00"
               GO TO E-CHANGE-ADDRESS.
            MOVE AD-ADDRS      TO BF-ADDRS.
            MOVE AD-CITY       TO BF-CITY.
            MOVE AD-STATE      TO BF-STATE.
            MOVE AD-POSTAL     TO BF-POSTAL.
            MOVE AD-RTN-FLAG   TO BF-RTN-FLAG.
            MOVE AD-RTN-DATE   TO BF-RTN-DATE.
            MOVE AD-RTN-REASON TO BF-RTN-REASON.
            PERFORM BUILD-ADDRESS THRU E-BUILD-ADDRESS.
            PERFORM CARRY-RTN-MARK THRU E-CARRY-RTN-MARK.
            REWRITE AD-RECORD
            END-REWRITE.
            IF AD-STATUS = "00"
               ADD 1 TO GOOD-CHG-CNT
            ELSE
               PERFORM IO-ERROR THRU E-IO-ERROR.
       E-CHANGE-ADDRESS.
            EXIT.

      * ------------------------------------------------------------
      * the returned-mail mark belongs to the lines it was set on;
      * the comparison is on the standardized lines, as stored
      * ------------------------------------------------------------
       CARRY-RTN-MARK.
            IF BF-RTN-FLAG NOT = "U"
               GO TO E-CARRY-RTN-MARK.
            IF AD-ADDRS  = BF-ADDRS AND
               AD-CITY   = BF-CITY  AND
               AD-STATE  = BF-STATE AND
               AD-POSTAL = BF-POSTAL
               MOVE BF-RTN-FLAG   TO AD-RTN-FLAG
               MOVE BF-RTN-DATE   TO AD-RTN-DATE
               MOVE BF-RTN-REASON TO AD-RTN-REASON
            ELSE
               ADD 1 TO RTN-CLEARED-CNT.
       E-CARRY-RTN-MARK.
            EXIT.

       DELETE-ADDRESS.
            PERFORM READ-BEFORE THRU E-READ-BEFORE.
            IF AD-STATUS NOT = "00"
               GO TO E-DELETE-ADDRESS.
            DELETE ADDR-FILE
            END-DELETE.
            IF AD-STATUS = "00"
               ADD 1 TO GOOD-DEL-CNT
            ELSE
               PERFORM IO-ERROR THRU E-IO-ERROR.
       E-DELETE-ADDRESS.
            EXIT.

       READ-BEFORE.
            MOVE WK-CUSTIDENT TO AD-CUSTIDENT.
            MOVE WK-TYPE      TO AD-TYPE.
            MOVE WK-EFF-FROM  TO AD-EFF-FROM.
            READ ADDR-FILE
            END-READ.
            IF AD-STATUS NOT = "00"
              IF AD-STATUS = "23"
                 MOVE "ADDRESS-NOT-FOUND" TO REJECT-REASON
                 PERFORM WRITE-REJECT THRU E-WRITE-REJECT
              ELSE
                 PERFORM IO-ERROR THRU E-IO-ERROR.
       E-READ-BEFORE.
            EXIT.

       WRITE-REJECT.
            MOVE REJECT-REASON TO RJ-REASON.
            MOVE AT-ACTION     TO RJ-ACTION.
            MOVE AT-RECORD     TO RJ-RECORD.
            WRITE REJ-RECORD.
            ADD 1 TO REJECT-CNT.
       E-WRITE-REJECT.
            EXIT.

       IO-ERROR.
            CALL "FSTATMSG" USING AD-STATUS, FS-REASON.
            DISPLAY "UPDADDR FILE ERROR ON IDENT=" WK-CUSTIDENT
                    " TYPE " WK-TYPE " FROM " WK-EFF-FROM.
            DISPLAY "IO-STATUS =" AD-STATUS " (" FS-REASON ")".
            MOVE "FILE-ERROR" TO REJECT-REASON.
            PERFORM WRITE-REJECT THRU E-WRITE-REJECT.
            MOVE 8 TO RETURN-CODE.
       E-IO-ERROR.
            EXIT.
