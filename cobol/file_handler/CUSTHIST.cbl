       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      CUSTHIST.
      * ------------------------------------------------------------
      * Change history inquiry for one customer, from the customer
      * master change journal (CUSTJRNL) that UPDCUSTOMER, CUSTMNT,
      * STANDADDR, CONVCUSTFILLER, PURGECUSTOMER, RESTORECUSTOMER
      * and ERASECUST write.  For the customer named by the CUSTID
      * environment value (VS-CUSTIDENT, required) every journal
      * entry is listed oldest first - when, what kind of change,
      * which program, job and operator - followed by the fields
      * that differ between the before and after images, under
      * their ODCSF0B names:
      *   an add lists every field it set, a delete every field the
      *   record held, a change only the fields it changed
      * An erased customer's entries carry no images and say so.
      * Runs RC 4 when the customer has no history.
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
         01  CUST-ID-X                 PIC X(6) VALUE SPACES.
         01  CUST-ID                   PIC 9(6).
         01  ENTRY-CNT                 PIC 9(8) VALUE 0.
         01  FIELD-CNT                 PIC 9(4) VALUE 0.
         01  ACTION-TEXT               PIC X(8).
         01  STAMP-TIME-X              PIC X(8).
         01  STAMP-EDIT.
             05 SE-CCYY                PIC X(4).
             05 FILLER                 PIC X    VALUE "-".
             05 SE-MM                  PIC XX.
             05 FILLER                 PIC X    VALUE "-".
             05 SE-DD                  PIC XX.
             05 FILLER                 PIC X    VALUE SPACE.
             05 SE-HH                  PIC XX.
             05 FILLER                 PIC X    VALUE ":".
             05 SE-MI                  PIC XX.
             05 FILLER                 PIC X    VALUE ":".
             05 SE-SS                  PIC XX.

      *  the ODCSF0B fields by name, position and length within the
      *  266-byte record; the ident is the key and is not compared
         01  FIELD-VALUES.
             05 FILLER PIC X(22) VALUE "VS-CUSTLNAME    007030".
             05 FILLER PIC X(22) VALUE "VS-CUSTFNAME    037020".
             05 FILLER PIC X(22) VALUE "VS-CUSTADDRS    057030".
             05 FILLER PIC X(22) VALUE "VS-CUSTCITY     087020".
             05 FILLER PIC X(22) VALUE "VS-CUSTSTATE    107002".
             05 FILLER PIC X(22) VALUE "VS-CUSTBDATE    109008".
             05 FILLER PIC X(22) VALUE "VS-CUSTEMAIL    117040".
             05 FILLER PIC X(22) VALUE "VS-CUSTPHONE    157010".
             05 FILLER PIC X(22) VALUE "VS-CUSTPOSTAL   167009".
             05 FILLER PIC X(22) VALUE "VS-CUSTSTATUS   176001".
             05 FILLER PIC X(22) VALUE "VS-CUSTADDDATE  177008".
             05 FILLER PIC X(22) VALUE "VS-CUSTRTNFLAG  185001".
             05 FILLER PIC X(22) VALUE "VS-CUSTRTNDATE  186008".
             05 FILLER PIC X(22) VALUE "VS-CUSTRTNRSN   194002".
             05 FILLER PIC X(22) VALUE "VS-CUSTDTHFLAG  196001".
             05 FILLER PIC X(22) VALUE "VS-CUSTDTHDATE  197008".
             05 FILLER PIC X(22) VALUE "VS-CUSTDTHSCORE 205003".
             05 FILLER PIC X(22) VALUE "VS-FILLER       208059".
         01  FIELD-TABLE REDEFINES FIELD-VALUES.
             05 FLD-ENTRY OCCURS 18 TIMES.
                10 FT-NAME             PIC X(16).
                10 FT-OFFSET           PIC 9(3).
                10 FT-LENGTH           PIC 9(3).
         01  FLD-I                     PIC 9(4) COMP-5.
         01  FLD-OFF                   PIC 9(4) COMP-5.
         01  FLD-LEN                   PIC 9(4) COMP-5.
         01  SHOW-LEN                  PIC 9(4) COMP-5.
         01  VALUE-BEFORE              PIC X(82).
         01  VALUE-AFTER               PIC X(82).

       PROCEDURE DIVISION.
       P-START.
            DISPLAY "CUSTID" UPON ENVIRONMENT-NAME.
            ACCEPT CUST-ID-X FROM ENVIRONMENT-VALUE.
            IF CUST-ID-X NOT NUMERIC
               DISPLAY "CUSTHIST CUSTID (VS-CUSTIDENT) REQUIRED"
                       " - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               GO TO FIN-EXIT.
            MOVE CUST-ID-X TO CUST-ID.
            OPEN INPUT JRN-FILE.
            IF CJ-STATUS NOT = "00"
               CALL "FSTATMSG" USING CJ-STATUS, FS-REASON
               DISPLAY "CUSTHIST CUSTJRNL OPEN FAILED"
               DISPLAY "IO-STATUS =" CJ-STATUS " (" FS-REASON ")"
               MOVE 16 TO RETURN-CODE
               GO TO FIN-EXIT.
            DISPLAY "CUSTHIST - CHANGE HISTORY FOR CUSTOMER " CUST-ID.
            DISPLAY " ".
            MOVE ZEROS   TO CJ-KEY.
            MOVE CUST-ID TO CJ-CUSTIDENT.
            START JRN-FILE KEY NOT < CJ-KEY
              INVALID KEY GO TO FIN-REL
            END-START.

       READ-JOURNAL.
            READ JRN-FILE NEXT RECORD
              AT END GO TO FIN-REL
            END-READ.
            IF CJ-STATUS NOT = "00"
               CALL "FSTATMSG" USING CJ-STATUS, FS-REASON
               DISPLAY "CUSTHIST READ FAILED"
               DISPLAY "IO-STATUS =" CJ-STATUS " (" FS-REASON ")"
               MOVE 8 TO RETURN-CODE
               GO TO FIN-REL.
            IF CJ-CUSTIDENT NOT = CUST-ID
               GO TO FIN-REL.
            ADD 1 TO ENTRY-CNT.
            PERFORM SHOW-ENTRY THRU E-SHOW-ENTRY.
            GO TO READ-JOURNAL.

       FIN-REL.
            CLOSE JRN-FILE.
            IF ENTRY-CNT = 0
               DISPLAY "NO CHANGE HISTORY ON FILE"
               IF RETURN-CODE < 4
                  MOVE 4 TO RETURN-CODE
               END-IF
            END-IF.
            DISPLAY " ".
            DISPLAY "CUSTHIST JOURNAL ENTRIES LISTED.." ENTRY-CNT.

       FIN-EXIT.
            EXIT PROGRAM.
            STOP RUN.

      * ------------------------------------------------------------
      * one journal entry: the heading line, then its differences
      * ------------------------------------------------------------
       SHOW-ENTRY.
            MOVE CJ-STAMP-DATE TO STAMP-TIME-X.
            MOVE STAMP-TIME-X (1:4) TO SE-CCYY.
            MOVE STAMP-TIME-X (5:2) TO SE-MM.
            MOVE STAMP-TIME-X (7:2) TO SE-DD.
            MOVE CJ-STAMP-TIME TO STAMP-TIME-X.
            MOVE STAMP-TIME-X (1:2) TO SE-HH.
            MOVE STAMP-TIME-X (3:2) TO SE-MI.
            MOVE STAMP-TIME-X (5:2) TO SE-SS.
            IF CJ-ADDED
               MOVE "ADDED"    TO ACTION-TEXT
            ELSE
            IF CJ-CHANGED
               MOVE "CHANGED"  TO ACTION-TEXT
            ELSE
            IF CJ-DELETED
               MOVE "DELETED"  TO ACTION-TEXT
            ELSE
            IF CJ-ERASED
               MOVE "ERASED"   TO ACTION-TEXT
            ELSE
               MOVE CJ-ACTION  TO ACTION-TEXT.
            DISPLAY STAMP-EDIT " " ACTION-TEXT " BY " CJ-PROGRAM
                    " JOB " CJ-JOB " OPERATOR " CJ-OPERATOR.
            IF CJ-ERASED
               DISPLAY "      CUSTOMER ERASED - CONTENTS NOT RETAINED"
               GO TO E-SHOW-ENTRY.
            IF CJ-BEFORE (7:260) = SPACES AND CJ-AFTER = SPACES
               DISPLAY "      IMAGES REMOVED ON ERASURE"
               GO TO E-SHOW-ENTRY.
            MOVE 0 TO FIELD-CNT.
            MOVE 1 TO FLD-I.
            PERFORM COMPARE-FIELD THRU E-COMPARE-FIELD
              UNTIL FLD-I > 18.
            IF FIELD-CNT = 0
               DISPLAY "      NO FIELD DIFFERENCES".
       E-SHOW-ENTRY.
            EXIT.

      *  values longer than the print line show their first 60 bytes
       COMPARE-FIELD.
            MOVE FT-OFFSET (FLD-I) TO FLD-OFF.
            MOVE FT-LENGTH (FLD-I) TO FLD-LEN.
            IF CJ-BEFORE (FLD-OFF:FLD-LEN) = CJ-AFTER (FLD-OFF:FLD-LEN)
               GO TO E-COMPARE-FIELD.
            ADD 1 TO FIELD-CNT.
            MOVE SPACES TO VALUE-BEFORE, VALUE-AFTER.
            MOVE CJ-BEFORE (FLD-OFF:FLD-LEN) TO VALUE-BEFORE.
            MOVE CJ-AFTER (FLD-OFF:FLD-LEN)  TO VALUE-AFTER.
            MOVE FLD-LEN TO SHOW-LEN.
            IF SHOW-LEN > 60
               MOVE 60 TO SHOW-LEN.
            DISPLAY "      " FT-NAME (FLD-I) " BEFORE: "
                    VALUE-BEFORE (1:SHOW-LEN).
            DISPLAY "      " FT-NAME (FLD-I) " AFTER : "
                    VALUE-AFTER (1:SHOW-LEN).
       E-COMPARE-FIELD.
            ADD 1 TO FLD-I.
