      *     555-prefixed VS-CUSTPHONE from the identifier
      *   - leaving VS-CUSTIDENT and VS-CUSTSTATE intact so the
      *     primary key and the state alternate index behave
      * The customer service notes travel with the test copy: a
      * sequential unload of CUSTNOTE (NOTEOLD to NOTENEW) keeps
      * each note's key, type and operator, but its free text is
      * replaced by a fixed line naming the type and the customer.
      * No NOTEOLD given means the notes are left out of the copy.
      * ------------------------------------------------------------
       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
         SELECT NEW-FILE ASSIGN TO CUSTNEW
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS NW-STATUS.
         SELECT NOTE-OLD-FILE ASSIGN TO NOTEOLD
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS NO-STATUS.
         SELECT NOTE-NEW-FILE ASSIGN TO NOTENEW
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS NN-STATUS.

       DATA DIVISION.
       FILE SECTION.
             LABEL RECORD STANDARD
             DATA RECORD NEW-RECORD.
         01  NEW-RECORD                PIC X(266).
         FD  NOTE-OLD-FILE
             LABEL RECORD STANDARD
             DATA RECORD CN-RECORD.
         COPY CUSTNOTE.
         FD  NOTE-NEW-FILE
             LABEL RECORD STANDARD
             DATA RECORD NOTE-NEW-RECORD.
         01  NOTE-NEW-RECORD           PIC X(200).

       WORKING-STORAGE SECTION.
         01  OL-STATUS                 PIC XX.
         01  NW-STATUS                 PIC XX.
         01  READ-CNT                  PIC 9(8) VALUE 0.
         01  MASKED-CNT                PIC 9(8) VALUE 0.
         01  NO-STATUS                 PIC XX.
         01  NN-STATUS                 PIC XX.
         01  NOTES-MASKED-CNT          PIC 9(8) VALUE 0.

      *  byte-value extraction, same big-endian halfword overlay
      *  BDMS0219 uses for its hex dump
            CLOSE NEW-FILE.
            DISPLAY "MASKCUSTOMER RECORDS READ........" READ-CNT.
            DISPLAY "MASKCUSTOMER RECORDS MASKED......" MASKED-CNT.
            PERFORM MASK-NOTES THRU E-MASK-NOTES.

       FIN-EXIT.
            EXIT PROGRAM.
       E-MASK-ONE.
            EXIT.

      * ------------------------------------------------------------
      * service notes: the text goes, the key, type and operator
      * stay so the notes still line up with their customers
      * ------------------------------------------------------------
       MASK-NOTES.
            OPEN INPUT NOTE-OLD-FILE.
            IF NO-STATUS NOT = "00"
               DISPLAY "MASKCUSTOMER NO NOTEOLD, ST=" NO-STATUS
                       " - NOTES NOT COPIED"
               GO TO E-MASK-NOTES.
            OPEN OUTPUT NOTE-NEW-FILE.
       MASK-NOTE-LOOP.
            READ NOTE-OLD-FILE
              AT END GO TO END-MASK-NOTES
            END-READ.
            MOVE SPACES TO CN-TEXT.
            STRING "TEST NOTE " CN-TYPE " FOR CUSTOMER " CN-CUSTIDENT
               DELIMITED BY SIZE INTO CN-TEXT.
            WRITE NOTE-NEW-RECORD FROM CN-RECORD.
            ADD 1 TO NOTES-MASKED-CNT.
            GO TO MASK-NOTE-LOOP.
       END-MASK-NOTES.
            CLOSE NOTE-OLD-FILE.
            CLOSE NOTE-NEW-FILE.
            DISPLAY "MASKCUSTOMER NOTES MASKED........"
                    NOTES-MASKED-CNT.
       E-MASK-NOTES.
            EXIT.

      * ------------------------------------------------------------
      * additive hash of the 30-byte name in NAME-WORK: the sum of
      * each byte's value weighted by its position, so transposed
