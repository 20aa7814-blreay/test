      *              transaction per ident is written to SYNCDEL for
      *              the next SYNCCUSTDB2 run, and the certificate
      *              records the deletion as QUEUED
      *   JOURNAL  - the customer change journal (CUSTJRNL): every
      *              entry of the ident loses its before and after
      *              images through CUSTJRN, keeping only who
      *              changed what kind of thing when; verified by a
      *              second pass that must find nothing to strip
      *   NOTES    - the customer service notes (CUSTNOTE): every
      *              note of the ident deleted, verified by a
      *              fresh browse that must find none
      *   NOTEARCH - the notes archive PURGECUSTOMER writes
      *              (NARCHIN to NARCHOUT, purge-date + 200-byte
      *              note): rows dropped
      *   CORRLOG  - the GENLETTER correspondence log (CUSTCORR):
      *              every entry of the ident deleted, verified as
      *              the notes are
      *   ADDRESS  - the customer address file (CUSTADDR): every
      *              address of the ident deleted, verified as the
      *              notes are
      *   LOYALTY  - the loyalty points ledger (LoyaltyPost): the
      *              member and its points lots deleted, verified by
      *              asking the ledger what it still holds; the
      *              points log PTSLOG.DAT leads with the ident and
      *              is registered as an EXTRACT store
      * The household file CUSTHHLD needs no store of its own: it
      * is reloaded from the master by every HOUSEHOLD run.  Nor
      * does the rental segment file CUSTSEG: the monthly
      * CustSegment run drops every customer gone from the master.
      * Copy-forward stores are verified by re-reading the output
      * for any surviving ident.  The certificate (ERASECERT) lists
      * every store and outcome per customer, carries the operator
      * and date, and closes with an additive content hash in the
      * BDMS0219 zap-log style so an edited certificate shows.
      * A customer under legal hold (HOLDSRV) comes off the list
      * before any store is touched and is certified as held, not
      * erased; the run then ends RC 4.  With the hold registry
      * unavailable nothing is erased.  Each KSDS deletion is
      * journaled as an erasure carrying the ident alone; with the
      * change journal unavailable nothing is erased either.
      * Before its result line the certificate gives each erased
      * customer's access history from the customer access log
      * (CUSTACCL): who looked at the customer, when, through what
      * and why.  The log carries the ident alone and is kept; a
      * log that cannot be read is certified as such and does not
      * make the erasure incomplete.
      * ------------------------------------------------------------
       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
         SELECT SYNC-OUT-FILE ASSIGN TO SYNCDEL
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS SY-STATUS.
         SELECT NOTE-FILE ASSIGN TO CUSTNOTE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CN-KEY
            FILE STATUS IS NT-STATUS.
         SELECT CORR-FILE ASSIGN TO CUSTCORR
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CR-KEY
            FILE STATUS IS CR-STATUS.
         SELECT ADDR-FILE ASSIGN TO CUSTADDR
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS AD-KEY
            FILE STATUS IS AD-STATUS.
         SELECT NARC-IN-FILE ASSIGN TO NARCHIN
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS NI-STATUS.
         SELECT NARC-OUT-FILE ASSIGN TO NARCHOUT
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS NO-STATUS.
         SELECT ACC-FILE ASSIGN TO CUSTACCL
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS AC-KEY
            FILE STATUS IS AC-STATUS.
         SELECT CERT-FILE ASSIGN TO ERASECERT
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CE-STATUS.
         01  SYNC-OUT-RECORD.
             05 SD-ACTION              PIC X.
             05 SD-RECORD              PIC X(266).
         FD  NOTE-FILE
             LABEL RECORD STANDARD
             DATA RECORD CN-RECORD.
         COPY CUSTNOTE.
         FD  CORR-FILE
             LABEL RECORD STANDARD
             DATA RECORD CR-RECORD.
         COPY CUSTCORR.
         FD  ADDR-FILE
             LABEL RECORD STANDARD
             DATA RECORD AD-RECORD.
         COPY CUSTADDR.
         FD  NARC-IN-FILE
             LABEL RECORD STANDARD
             DATA RECORD NARC-IN-RECORD.
         01  NARC-IN-RECORD.
             05 NI-PURGE-DATE          PIC X(8).
             05 NI-NOTE-RECORD.
                10 NI-IDENT            PIC X(6).
                10 FILLER              PIC X(194).
         FD  NARC-OUT-FILE
             LABEL RECORD STANDARD
             DATA RECORD NARC-OUT-RECORD.
         01  NARC-OUT-RECORD           PIC X(208).
         FD  ACC-FILE
             LABEL RECORD STANDARD
             DATA RECORD AC-RECORD.
         COPY CUSTACCL.
         FD  CERT-FILE
             LABEL RECORD STANDARD
             DATA RECORD CERT-RECORD.
         01  QO-STATUS                 PIC XX.
         01  SY-STATUS                 PIC XX.
         01  CE-STATUS                 PIC XX.
         01  NT-STATUS                 PIC XX.
         01  CR-STATUS                 PIC XX.
         01  AD-STATUS                 PIC XX.
         01  NI-STATUS                 PIC XX.
         01  NO-STATUS                 PIC XX.
         01  AC-STATUS                 PIC XX.
         01  FS-REASON                 PIC X(60).
         01  LIST-EOF-SW               PIC 9 VALUE 0.
             88  LIST-EOF                 VALUE 1.

         01  STORES-DONE-CNT           PIC 9(4) VALUE 0.

      *  HOLDSRV handshake - the legal-hold registry, and the idents
      *  it kept off the erasure list
         01  HLD-PARMS.
             05 HLD-FUNCTION           PIC X    VALUE "C".
             05 HLD-RC                 PIC S9(4) COMP-5 VALUE 0.
             05 HLD-PROGRAM            PIC X(8) VALUE "ERASECST".
             05 HLD-ACTION             PIC X(12) VALUE "ERASE".
             05 HLD-TYPE               PIC X    VALUE "C".
             05 HLD-ID                 PIC X(44) VALUE SPACES.
             05 HLD-MATTER             PIC X(16).
             05 HLD-PLACED-BY          PIC X(8).
             05 HLD-RELEASE-DATE       PIC 9(8).
      *  CUSTJRN handshake - the customer change journal
         01  JRN-PARMS.
             05 JRN-FUNCTION           PIC X    VALUE "O".
             05 JRN-RC                 PIC S9(4) COMP-5 VALUE 0.
             05 JRN-PROGRAM            PIC X(16) VALUE "ERASECUST".
             05 JRN-JOB                PIC X(8) VALUE "ERASECST".
             05 JRN-ACTION             PIC X    VALUE "E".
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
         01  HOLD-DOWN-SW              PIC 9 VALUE 0.
             88  HOLD-REGISTRY-DOWN       VALUE 1.
         01  KEEP-I                    PIC 9(4) COMP-5.
         01  HELD-CNT                  PIC 9(4) COMP-5 VALUE 0.
         01  HELD-I                    PIC 9(4) COMP-5.
         01  HELD-TABLE.
             05 HELD-ENTRY OCCURS 200 TIMES.
                10 HE-IDENT            PIC X(6).
                10 HE-MATTER           PIC X(16).

      *  certificate build and content hash (byte sum through the
      *  big-endian halfword overlay, the BDMS0219 chain style)
         01  CERT-LINE                 PIC X(100).
         01  BYTE-VALUE                PIC 9(4) COMP-5.
         01  BYTE-IX                   PIC 9(4) COMP-5.
         01  CNT-DISP                  PIC Z(7)9.
         01  ACCESS-CNT                PIC 9(8).

       PROCEDURE DIVISION.
       P-START.
                       " RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               GO TO FIN-EXIT.
            PERFORM SCREEN-HOLDS THRU E-SCREEN-HOLDS.
            IF HOLD-REGISTRY-DOWN
               DISPLAY "ERASECUST HOLD REGISTRY UNAVAILABLE -"
                       " RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               GO TO FIN-EXIT.
            CALL "CUSTJRN" USING JRN-PARMS.
            IF JRN-RC NOT = 0
               DISPLAY "ERASECUST CHANGE JOURNAL UNAVAILABLE -"
                       " RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               GO TO FIN-EXIT.
            OPEN OUTPUT CERT-FILE.
            PERFORM CERT-HEADER THRU E-CERT-HEADER.
            IF ERA-TBL-CNT = 0
               DISPLAY "ERASECUST EVERY LISTED IDENT IS UNDER LEGAL"
                       " HOLD - NOTHING ERASED"
               GO TO FIN-CERT.
            OPEN INPUT REG-FILE.
            IF RG-STATUS NOT = "00"
               DISPLAY "ERASECUST STORE REGISTRY UNAVAILABLE, ST="
            CLOSE REG-FILE.

       FIN-CERT.
            PERFORM CERT-ACCESS THRU E-CERT-ACCESS.
            PERFORM CERT-TRAILER THRU E-CERT-TRAILER.
            CLOSE CERT-FILE.

       FIN-EXIT.
            MOVE "C" TO JRN-FUNCTION.
            CALL "CUSTJRN" USING JRN-PARMS.
            DISPLAY "ERASECUST IDENTS ON LIST........." ERA-TBL-CNT.
            DISPLAY "ERASECUST STORES PROCESSED......." STORES-DONE-CNT.
            DISPLAY "ERASECUST IDENTS UNDER HOLD......" HELD-CNT.
            IF ERASURE-FAILED
               DISPLAY "ERASECUST ONE OR MORE STORES DID NOT"
                       " VERIFY CLEAN"
               MOVE 8 TO RETURN-CODE.
            IF HELD-CNT > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE.
            EXIT PROGRAM.
            STOP RUN.

            ELSE
            IF RG-STORE-TYPE = "DB2"
               PERFORM QUEUE-DB2 THRU E-QUEUE-DB2
            ELSE
            IF RG-STORE-TYPE = "JOURNAL"
               PERFORM ERASE-JOURNAL THRU E-ERASE-JOURNAL
            ELSE
            IF RG-STORE-TYPE = "NOTES"
               PERFORM ERASE-NOTES THRU E-ERASE-NOTES
            ELSE
            IF RG-STORE-TYPE = "NOTEARCH"
               PERFORM ERASE-NOTEARCH THRU E-ERASE-NOTEARCH
            ELSE
            IF RG-STORE-TYPE = "CORRLOG"
               PERFORM ERASE-CORRLOG THRU E-ERASE-CORRLOG
            ELSE
            IF RG-STORE-TYPE = "ADDRESS"
               PERFORM ERASE-ADDRESSES THRU E-ERASE-ADDRESSES
            ELSE
            IF RG-STORE-TYPE = "LOYALTY"
               PERFORM ERASE-LOYALTY THRU E-ERASE-LOYALTY
            ELSE
               DISPLAY "ERASECUST STORE TYPE <" RG-STORE-TYPE
                       "> NOT RECOGNIZED"
            END-DELETE.
            IF IO-STATUS = "00"
               ADD 1 TO REMOVED-CNT
               PERFORM JOURNAL-ERASURE THRU E-JOURNAL-ERASURE
            ELSE
              IF IO-STATUS NOT = "23"
                 CALL "FSTATMSG" USING IO-STATUS, FS-REASON
       E-DELETE-ONE-IDENT.
            ADD 1 TO ERA-I.

      * the erasure itself is journaled, but with the ident alone -
      * the record's contents are exactly what is being forgotten
       JOURNAL-ERASURE.
            MOVE SPACES TO JRN-BEFORE.
            MOVE ER-IDENT (ERA-I) TO JRN-BEFORE (1:6).
            MOVE "W" TO JRN-FUNCTION.
            CALL "CUSTJRN" USING JRN-PARMS.
            IF JRN-RC NOT = 0
               DISPLAY "ERASECUST ERASURE NOT JOURNALED, IDENT="
                       ER-IDENT (ERA-I)
               MOVE 1 TO FAIL-SW.
       E-JOURNAL-ERASURE.
            EXIT.

      * ------------------------------------------------------------
      * change journal: each listed ident's entries are stripped of
      * their images, then a second pass must find none left
      * ------------------------------------------------------------
       ERASE-JOURNAL.
            MOVE "R" TO JRN-FUNCTION.
            MOVE 1 TO ERA-I.
            PERFORM STRIP-ONE-IDENT THRU E-STRIP-ONE-IDENT
              UNTIL ERA-I > ERA-TBL-CNT.
            MOVE 1 TO ERA-I.
            PERFORM VERIFY-ONE-STRIP THRU E-VERIFY-ONE-STRIP
              UNTIL ERA-I > ERA-TBL-CNT.
            IF SURVIVOR-CNT > 0
               MOVE 1 TO FAIL-SW.
            PERFORM STORE-CERT-LINE THRU E-STORE-CERT-LINE.
       E-ERASE-JOURNAL.
            EXIT.

       STRIP-ONE-IDENT.
            MOVE SPACES TO JRN-BEFORE.
            MOVE ER-IDENT (ERA-I) TO JRN-BEFORE (1:6).
            CALL "CUSTJRN" USING JRN-PARMS.
            IF JRN-RC NOT = 0
               DISPLAY "ERASECUST JOURNAL STRIP FAILED, IDENT="
                       ER-IDENT (ERA-I)
               MOVE 1 TO FAIL-SW.
            ADD JRN-COUNT TO REMOVED-CNT.
       E-STRIP-ONE-IDENT.
            ADD 1 TO ERA-I.

       VERIFY-ONE-STRIP.
            MOVE SPACES TO JRN-BEFORE.
            MOVE ER-IDENT (ERA-I) TO JRN-BEFORE (1:6).
            CALL "CUSTJRN" USING JRN-PARMS.
            IF JRN-RC NOT = 0
               MOVE 1 TO FAIL-SW.
            ADD JRN-COUNT TO SURVIVOR-CNT.
       E-VERIFY-ONE-STRIP.
            ADD 1 TO ERA-I.

      * ------------------------------------------------------------
      * service notes: each listed ident's notes deleted by browsing
      * from its lowest key, then a fresh browse must find none
      * ------------------------------------------------------------
       ERASE-NOTES.
            OPEN I-O NOTE-FILE.
            IF NT-STATUS NOT = "00"
               CALL "FSTATMSG" USING NT-STATUS, FS-REASON
               DISPLAY "ERASECUST CUSTNOTE OPEN FAILED"
               DISPLAY "IO-STATUS =" NT-STATUS " (" FS-REASON ")"
               MOVE 1 TO FAIL-SW
               PERFORM STORE-CERT-FAIL THRU E-STORE-CERT-FAIL
               GO TO E-ERASE-NOTES.
            MOVE 1 TO ERA-I.
            PERFORM DELETE-IDENT-NOTES THRU E-DELETE-IDENT-NOTES
              UNTIL ERA-I > ERA-TBL-CNT.
            MOVE 1 TO ERA-I.
            PERFORM VERIFY-IDENT-NOTES THRU E-VERIFY-IDENT-NOTES
              UNTIL ERA-I > ERA-TBL-CNT.
            CLOSE NOTE-FILE.
            IF SURVIVOR-CNT > 0
               MOVE 1 TO FAIL-SW.
            PERFORM STORE-CERT-LINE THRU E-STORE-CERT-LINE.
       E-ERASE-NOTES.
            EXIT.

       DELETE-IDENT-NOTES.
            MOVE ZEROS TO CN-KEY.
            MOVE ER-IDENT (ERA-I) TO CN-CUSTIDENT.
            MOVE 0 TO STORE-EOF-SW.
            START NOTE-FILE KEY NOT < CN-KEY
              INVALID KEY MOVE 1 TO STORE-EOF-SW
            END-START.
            PERFORM DELETE-ONE-NOTE THRU E-DELETE-ONE-NOTE
              UNTIL STORE-EOF.
       E-DELETE-IDENT-NOTES.
            ADD 1 TO ERA-I.

       DELETE-ONE-NOTE.
            READ NOTE-FILE NEXT RECORD
              AT END
                MOVE 1 TO STORE-EOF-SW
                GO TO E-DELETE-ONE-NOTE
            END-READ.
            IF NT-STATUS NOT = "00"
               OR CN-CUSTIDENT NOT = ER-IDENT (ERA-I)
               MOVE 1 TO STORE-EOF-SW
               GO TO E-DELETE-ONE-NOTE.
            DELETE NOTE-FILE
            END-DELETE.
            IF NT-STATUS = "00"
               ADD 1 TO REMOVED-CNT
            ELSE
               CALL "FSTATMSG" USING NT-STATUS, FS-REASON
               DISPLAY "ERASECUST NOTE DELETE FAILED, IDENT="
                       ER-IDENT (ERA-I)
               DISPLAY "IO-STATUS =" NT-STATUS " (" FS-REASON ")"
               MOVE 1 TO FAIL-SW.
       E-DELETE-ONE-NOTE.
            EXIT.

      *     verification: the first key at or after the ident's
      *     lowest must belong to someone else
       VERIFY-IDENT-NOTES.
            MOVE ZEROS TO CN-KEY.
            MOVE ER-IDENT (ERA-I) TO CN-CUSTIDENT.
            START NOTE-FILE KEY NOT < CN-KEY
              INVALID KEY GO TO E-VERIFY-IDENT-NOTES
            END-START.
            READ NOTE-FILE NEXT RECORD
              AT END GO TO E-VERIFY-IDENT-NOTES
            END-READ.
            IF NT-STATUS = "00"
               AND CN-CUSTIDENT = ER-IDENT (ERA-I)
               ADD 1 TO SURVIVOR-CNT.
       E-VERIFY-IDENT-NOTES.
            ADD 1 TO ERA-I.

      * ------------------------------------------------------------
      * loyalty points ledger: each listed ident's member and lots
      * deleted through LoyaltyPost, then the ledger must hold none
      * ------------------------------------------------------------
       ERASE-LOYALTY.
            MOVE "O" TO LOY-FUNCTION.
            CALL "LoyaltyPost" USING LOY-PARMS.
            IF LOY-RC NOT = 0
               DISPLAY "ERASECUST LOYALTY LEDGER OPEN FAILED"
               MOVE 1 TO FAIL-SW
               PERFORM STORE-CERT-FAIL THRU E-STORE-CERT-FAIL
               GO TO E-ERASE-LOYALTY.
            MOVE 1 TO ERA-I.
            PERFORM DELETE-IDENT-POINTS THRU E-DELETE-IDENT-POINTS
              UNTIL ERA-I > ERA-TBL-CNT.
            MOVE 1 TO ERA-I.
            PERFORM VERIFY-IDENT-POINTS THRU E-VERIFY-IDENT-POINTS
              UNTIL ERA-I > ERA-TBL-CNT.
            MOVE "C" TO LOY-FUNCTION.
            CALL "LoyaltyPost" USING LOY-PARMS.
            IF SURVIVOR-CNT > 0
               MOVE 1 TO FAIL-SW.
            PERFORM STORE-CERT-LINE THRU E-STORE-CERT-LINE.
       E-ERASE-LOYALTY.
            EXIT.

      *     a customer who never earned points has nothing to delete
       DELETE-IDENT-POINTS.
            MOVE "D" TO LOY-FUNCTION.
            MOVE ER-IDENT (ERA-I) TO LOY-CUSTIDENT.
            CALL "LoyaltyPost" USING LOY-PARMS.
            IF LOY-RC = 0
               ADD LOY-RECORDS TO REMOVED-CNT.
            IF LOY-RC > 4
               DISPLAY "ERASECUST LOYALTY DELETE FAILED, IDENT="
                       ER-IDENT (ERA-I)
               MOVE 1 TO FAIL-SW.
       E-DELETE-IDENT-POINTS.
            ADD 1 TO ERA-I.

       VERIFY-IDENT-POINTS.
            MOVE "Q" TO LOY-FUNCTION.
            MOVE ER-IDENT (ERA-I) TO LOY-CUSTIDENT.
            CALL "LoyaltyPost" USING LOY-PARMS.
            IF LOY-RC NOT = 0
               MOVE 1 TO FAIL-SW.
            ADD LOY-RECORDS TO SURVIVOR-CNT.
       E-VERIFY-IDENT-POINTS.
            ADD 1 TO ERA-I.

      * ------------------------------------------------------------
      * correspondence log: deleted and verified as the notes are
      * ------------------------------------------------------------
       ERASE-CORRLOG.
            OPEN I-O CORR-FILE.
            IF CR-STATUS NOT = "00"
               CALL "FSTATMSG" USING CR-STATUS, FS-REASON
               DISPLAY "ERASECUST CUSTCORR OPEN FAILED"
               DISPLAY "IO-STATUS =" CR-STATUS " (" FS-REASON ")"
               MOVE 1 TO FAIL-SW
               PERFORM STORE-CERT-FAIL THRU E-STORE-CERT-FAIL
               GO TO E-ERASE-CORRLOG.
            MOVE 1 TO ERA-I.
            PERFORM DELETE-IDENT-LETTERS THRU E-DELETE-IDENT-LETTERS
              UNTIL ERA-I > ERA-TBL-CNT.
            MOVE 1 TO ERA-I.
            PERFORM VERIFY-IDENT-LETTERS THRU E-VERIFY-IDENT-LETTERS
              UNTIL ERA-I > ERA-TBL-CNT.
            CLOSE CORR-FILE.
            IF SURVIVOR-CNT > 0
               MOVE 1 TO FAIL-SW.
            PERFORM STORE-CERT-LINE THRU E-STORE-CERT-LINE.
       E-ERASE-CORRLOG.
            EXIT.

       DELETE-IDENT-LETTERS.
            MOVE ZEROS TO CR-KEY.
            MOVE ER-IDENT (ERA-I) TO CR-CUSTIDENT.
            MOVE 0 TO STORE-EOF-SW.
            START CORR-FILE KEY NOT < CR-KEY
              INVALID KEY MOVE 1 TO STORE-EOF-SW
            END-START.
            PERFORM DELETE-ONE-LETTER THRU E-DELETE-ONE-LETTER
              UNTIL STORE-EOF.
       E-DELETE-IDENT-LETTERS.
            ADD 1 TO ERA-I.

       DELETE-ONE-LETTER.
            READ CORR-FILE NEXT RECORD
              AT END
                MOVE 1 TO STORE-EOF-SW
                GO TO E-DELETE-ONE-LETTER
            END-READ.
            IF CR-STATUS NOT = "00"
               OR CR-CUSTIDENT NOT = ER-IDENT (ERA-I)
               MOVE 1 TO STORE-EOF-SW
               GO TO E-DELETE-ONE-LETTER.
            DELETE CORR-FILE
            END-DELETE.
            IF CR-STATUS = "00"
               ADD 1 TO REMOVED-CNT
            ELSE
               CALL "FSTATMSG" USING CR-STATUS, FS-REASON
               DISPLAY "ERASECUST LETTER LOG DELETE FAILED, IDENT="
                       ER-IDENT (ERA-I)
               DISPLAY "IO-STATUS =" CR-STATUS " (" FS-REASON ")"
               MOVE 1 TO FAIL-SW.
       E-DELETE-ONE-LETTER.
            EXIT.

       VERIFY-IDENT-LETTERS.
            MOVE ZEROS TO CR-KEY.
            MOVE ER-IDENT (ERA-I) TO CR-CUSTIDENT.
            START CORR-FILE KEY NOT < CR-KEY
              INVALID KEY GO TO E-VERIFY-IDENT-LETTERS
            END-START.
            READ CORR-FILE NEXT RECORD
              AT END GO TO E-VERIFY-IDENT-LETTERS
            END-READ.
            IF CR-STATUS = "00"
               AND CR-CUSTIDENT = ER-IDENT (ERA-I)
               ADD 1 TO SURVIVOR-CNT.
       E-VERIFY-IDENT-LETTERS.
            ADD 1 TO ERA-I.

      * ------------------------------------------------------------
      * customer addresses: deleted and verified as the notes are
      * ------------------------------------------------------------
       ERASE-ADDRESSES.
            OPEN I-O ADDR-FILE.
            IF AD-STATUS NOT = "00"
               CALL "FSTATMSG" USING AD-STATUS, FS-REASON
               DISPLAY "ERASECUST CUSTADDR OPEN FAILED"
               DISPLAY "IO-STATUS =" AD-STATUS " (" FS-REASON ")"
               MOVE 1 TO FAIL-SW
               PERFORM STORE-CERT-FAIL THRU E-STORE-CERT-FAIL
               GO TO E-ERASE-ADDRESSES.
            MOVE 1 TO ERA-I.
            PERFORM DELETE-IDENT-ADDRESSES
               THRU E-DELETE-IDENT-ADDRESSES
              UNTIL ERA-I > ERA-TBL-CNT.
            MOVE 1 TO ERA-I.
            PERFORM VERIFY-IDENT-ADDRESSES
               THRU E-VERIFY-IDENT-ADDRESSES
              UNTIL ERA-I > ERA-TBL-CNT.
            CLOSE ADDR-FILE.
            IF SURVIVOR-CNT > 0
               MOVE 1 TO FAIL-SW.
            PERFORM STORE-CERT-LINE THRU E-STORE-CERT-LINE.
       E-ERASE-ADDRESSES.
            EXIT.

       DELETE-IDENT-ADDRESSES.
            MOVE LOW-VALUES TO AD-KEY.
            MOVE ER-IDENT (ERA-I) TO AD-CUSTIDENT.
            MOVE 0 TO STORE-EOF-SW.
            START ADDR-FILE KEY NOT < AD-KEY
              INVALID KEY MOVE 1 TO STORE-EOF-SW
            END-START.
            PERFORM DELETE-ONE-ADDRESS THRU E-DELETE-ONE-ADDRESS
              UNTIL STORE-EOF.
       E-DELETE-IDENT-ADDRESSES.
            ADD 1 TO ERA-I.

       DELETE-ONE-ADDRESS.
            READ ADDR-FILE NEXT RECORD
              AT END
                MOVE 1 TO STORE-EOF-SW
                GO TO E-DELETE-ONE-ADDRESS
            END-READ.
            IF AD-STATUS NOT = "00"
               OR AD-CUSTIDENT NOT = ER-IDENT (ERA-I)
               MOVE 1 TO STORE-EOF-SW
               GO TO E-DELETE-ONE-ADDRESS.
            DELETE ADDR-FILE
            END-DELETE.
            IF AD-STATUS = "00"
               ADD 1 TO REMOVED-CNT
            ELSE
               CALL "FSTATMSG" USING AD-STATUS, FS-REASON
               DISPLAY "ERASECUST ADDRESS DELETE FAILED, IDENT="
                       ER-IDENT (ERA-I)
               DISPLAY "IO-STATUS =" AD-STATUS " (" FS-REASON ")"
               MOVE 1 TO FAIL-SW.
       E-DELETE-ONE-ADDRESS.
            EXIT.

       VERIFY-IDENT-ADDRESSES.
            MOVE LOW-VALUES TO AD-KEY.
            MOVE ER-IDENT (ERA-I) TO AD-CUSTIDENT.
            START ADDR-FILE KEY NOT < AD-KEY
              INVALID KEY GO TO E-VERIFY-IDENT-ADDRESSES
            END-START.
            READ ADDR-FILE NEXT RECORD
              AT END GO TO E-VERIFY-IDENT-ADDRESSES
            END-READ.
            IF AD-STATUS = "00"
               AND AD-CUSTIDENT = ER-IDENT (ERA-I)
               ADD 1 TO SURVIVOR-CNT.
       E-VERIFY-IDENT-ADDRESSES.
            ADD 1 TO ERA-I.

      * ------------------------------------------------------------
      * copy-forward stores: matching rows dropped, output verified
      * by the survivor count staying zero on the copy itself
       E-VERIFY-ONE-ARCH.
            EXIT.

       ERASE-NOTEARCH.
            OPEN INPUT NARC-IN-FILE.
            IF NI-STATUS NOT = "00"
               DISPLAY "ERASECUST NOTES ARCHIVE OPEN FAILED, ST="
                       NI-STATUS
               MOVE 1 TO FAIL-SW
               PERFORM STORE-CERT-FAIL THRU E-STORE-CERT-FAIL
               GO TO E-ERASE-NOTEARCH.
            OPEN OUTPUT NARC-OUT-FILE.
            PERFORM COPY-ONE-NARC THRU E-COPY-ONE-NARC
              UNTIL STORE-EOF.
            CLOSE NARC-IN-FILE, NARC-OUT-FILE.
            PERFORM VERIFY-NOTEARCH THRU E-VERIFY-NOTEARCH.
            PERFORM STORE-CERT-LINE THRU E-STORE-CERT-LINE.
       E-ERASE-NOTEARCH.
            EXIT.

       COPY-ONE-NARC.
            READ NARC-IN-FILE
              AT END
                MOVE 1 TO STORE-EOF-SW
                GO TO E-COPY-ONE-NARC
            END-READ.
            MOVE NI-IDENT TO PROBE-IDENT.
            PERFORM PROBE-LIST THRU E-PROBE-LIST.
            IF ERA-HIT-SW = 1
               ADD 1 TO REMOVED-CNT
            ELSE
               WRITE NARC-OUT-RECORD FROM NARC-IN-RECORD
               ADD 1 TO KEPT-CNT.
       E-COPY-ONE-NARC.
            EXIT.

       VERIFY-NOTEARCH.
            MOVE 0 TO STORE-EOF-SW.
            OPEN INPUT NARC-OUT-FILE.
            PERFORM VERIFY-ONE-NARC THRU E-VERIFY-ONE-NARC
              UNTIL STORE-EOF.
            CLOSE NARC-OUT-FILE.
            IF SURVIVOR-CNT > 0
               MOVE 1 TO FAIL-SW.
       E-VERIFY-NOTEARCH.
            EXIT.

       VERIFY-ONE-NARC.
            READ NARC-OUT-FILE INTO NARC-IN-RECORD
              AT END
                MOVE 1 TO STORE-EOF-SW
                GO TO E-VERIFY-ONE-NARC
            END-READ.
            MOVE NI-IDENT TO PROBE-IDENT.
            PERFORM PROBE-LIST THRU E-PROBE-LIST.
            IF ERA-HIT-SW = 1
               ADD 1 TO SURVIVOR-CNT.
       E-VERIFY-ONE-NARC.
            EXIT.

       ERASE-EXTRACT.
            OPEN INPUT EXT-IN-FILE.
            IF EI-STATUS NOT = "00"
       E-QUEUE-ONE-DELETE.
            ADD 1 TO ERA-I.

      * ------------------------------------------------------------
      * legal holds: an ident under hold leaves the erasure list for
      * the held table, and the list closes up behind it
      * ------------------------------------------------------------
       SCREEN-HOLDS.
            MOVE 0 TO KEEP-I.
            MOVE 1 TO ERA-I.
            PERFORM SCREEN-ONE-IDENT THRU E-SCREEN-ONE-IDENT
              UNTIL ERA-I > ERA-TBL-CNT OR HOLD-REGISTRY-DOWN.
            MOVE KEEP-I TO ERA-TBL-CNT.
       E-SCREEN-HOLDS.
            EXIT.

       SCREEN-ONE-IDENT.
            MOVE ER-IDENT (ERA-I) TO HLD-ID.
            CALL "HOLDSRV" USING HLD-PARMS.
            IF HLD-RC = 8
               MOVE 1 TO HOLD-DOWN-SW
               GO TO E-SCREEN-ONE-IDENT.
            IF HLD-RC = 4
               ADD 1 TO HELD-CNT
               MOVE ER-IDENT (ERA-I) TO HE-IDENT (HELD-CNT)
               MOVE HLD-MATTER       TO HE-MATTER (HELD-CNT)
               DISPLAY "ERASECUST IDENT " ER-IDENT (ERA-I)
                       " UNDER LEGAL HOLD, MATTER " HLD-MATTER
                       " - NOT ERASED"
            ELSE
               ADD 1 TO KEEP-I
               MOVE ER-IDENT (ERA-I) TO ER-IDENT (KEEP-I).
       E-SCREEN-ONE-IDENT.
            ADD 1 TO ERA-I.

      * ------------------------------------------------------------
      * erasure-list probe
      * ------------------------------------------------------------
            MOVE 1 TO ERA-I.
            PERFORM CERT-ONE-IDENT THRU E-CERT-ONE-IDENT
              UNTIL ERA-I > ERA-TBL-CNT.
            MOVE 1 TO HELD-I.
            PERFORM CERT-ONE-HELD THRU E-CERT-ONE-HELD
              UNTIL HELD-I > HELD-CNT.
       E-CERT-HEADER.
            EXIT.

       E-CERT-ONE-IDENT.
            ADD 1 TO ERA-I.

       CERT-ONE-HELD.
            MOVE SPACES TO CERT-LINE.
            STRING "HELD  IDENT " HE-IDENT (HELD-I)
                   " LEGAL HOLD, MATTER " HE-MATTER (HELD-I)
                   " - NOT ERASED"
              DELIMITED BY SIZE INTO CERT-LINE.
            PERFORM CERT-WRITE.
       E-CERT-ONE-HELD.
            ADD 1 TO HELD-I.

       STORE-CERT-LINE.
            MOVE SPACES TO CERT-LINE.
            MOVE REMOVED-CNT TO CNT-DISP.
       E-STORE-CERT-FAIL.
            EXIT.

      *     access history: every log entry of each erased ident,
      *     oldest first, and how many there were
       CERT-ACCESS.
            IF ERA-TBL-CNT = 0
               GO TO E-CERT-ACCESS.
            OPEN INPUT ACC-FILE.
            IF AC-STATUS = "35"
               MOVE "ACCESS HISTORY - NO ACCESS LOG ON FILE"
                 TO CERT-LINE
               PERFORM CERT-WRITE
               GO TO E-CERT-ACCESS.
            IF AC-STATUS NOT = "00"
               CALL "FSTATMSG" USING AC-STATUS, FS-REASON
               DISPLAY "ERASECUST CUSTACCL OPEN FAILED"
               DISPLAY "IO-STATUS =" AC-STATUS " (" FS-REASON ")"
               MOVE "ACCESS HISTORY UNAVAILABLE - ACCESS LOG UNREADABLE"
                 TO CERT-LINE
               PERFORM CERT-WRITE
               GO TO E-CERT-ACCESS.
            MOVE 1 TO ERA-I.
            PERFORM CERT-IDENT-ACCESS THRU E-CERT-IDENT-ACCESS
              UNTIL ERA-I > ERA-TBL-CNT.
            CLOSE ACC-FILE.
       E-CERT-ACCESS.
            EXIT.

       CERT-IDENT-ACCESS.
            MOVE 0 TO ACCESS-CNT.
            MOVE SPACES TO CERT-LINE.
            STRING "ACCESS HISTORY IDENT " ER-IDENT (ERA-I)
              DELIMITED BY SIZE INTO CERT-LINE.
            PERFORM CERT-WRITE.
            MOVE ZEROS TO AC-KEY.
            MOVE ER-IDENT (ERA-I) TO AC-CUSTIDENT.
            MOVE 0 TO STORE-EOF-SW.
            START ACC-FILE KEY NOT < AC-KEY
              INVALID KEY MOVE 1 TO STORE-EOF-SW
            END-START.
            PERFORM CERT-ONE-ACCESS THRU E-CERT-ONE-ACCESS
              UNTIL STORE-EOF.
            MOVE SPACES TO CERT-LINE.
            MOVE ACCESS-CNT TO CNT-DISP.
            STRING "ACCESS HISTORY IDENT " ER-IDENT (ERA-I)
                   " ENTRIES=" CNT-DISP
              DELIMITED BY SIZE INTO CERT-LINE.
            PERFORM CERT-WRITE.
       E-CERT-IDENT-ACCESS.
            ADD 1 TO ERA-I.

       CERT-ONE-ACCESS.
            READ ACC-FILE NEXT RECORD
              AT END
                MOVE 1 TO STORE-EOF-SW
                GO TO E-CERT-ONE-ACCESS
            END-READ.
            IF AC-STATUS NOT = "00"
               OR AC-CUSTIDENT NOT = ER-IDENT (ERA-I)
               MOVE 1 TO STORE-EOF-SW
               GO TO E-CERT-ONE-ACCESS.
            ADD 1 TO ACCESS-CNT.
            MOVE SPACES TO CERT-LINE.
            STRING "  " AC-STAMP-DATE " " AC-STAMP-TIME (1:6)
                   " OPERATOR " AC-OPERATOR " JOB " AC-JOB
                   " " AC-PROGRAM " PURPOSE " AC-PURPOSE
              DELIMITED BY SIZE INTO CERT-LINE.
            PERFORM CERT-WRITE.
       E-CERT-ONE-ACCESS.
            EXIT.

       CERT-TRAILER.
            MOVE SPACES TO CERT-LINE.
            IF ERASURE-FAILED
               MOVE "OVERALL RESULT: INCOMPLETE - SEE STORE LINES"
                 TO CERT-LINE
            ELSE
            IF ERA-TBL-CNT = 0
               MOVE "OVERALL RESULT: NOTHING ERASED - ALL UNDER HOLD"
                 TO CERT-LINE
            ELSE
            IF HELD-CNT > 0
               MOVE "OVERALL RESULT: ERASED AND VERIFIED EXCEPT HELD"
                 TO CERT-LINE
            ELSE
               MOVE "OVERALL RESULT: ERASED AND VERIFIED"
                 TO CERT-LINE.
