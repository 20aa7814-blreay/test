       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CustSegment.
      *---------------------------------------------------------------
      * Monthly rental-activity scoring of every customer on the
      * customer master (KSDSFILE) from the rental activity log
      * RentalTran appends to (RENTLOG.DAT), into the customer
      * segment file (CUSTSEG) that EXTRACTCUST selects campaign
      * audiences from and SegmentRpt summarises.
      *
      * The scoring month is the SEGMONTH environment value
      * (CCYYMM), last month when it is not set; checkouts after its
      * last day are left out, and the scoring year is the 365 days
      * ending that day.  Scores run 1 to 5:
      *   RECENCY    days since the last checkout: 30 or fewer 5,
      *              60 4, 90 3, 180 2, more 1
      *   FREQUENCY  visits (days with a checkout) in the year:
      *              24 or more 5, 12 4, 6 3, 3 2, 1 1
      *   VOLUME     copies checked out in the year: 60 or more 5,
      *              30 4, 15 3, 5 2, 1 1
      * nought where there is nothing to score.  The segment code is
      * the first that applies:
      *   NON  never rented
      *   LAP  lapsed - nothing checked out for more than 90 days
      *   NEW  first ever checkout within the last 90 days
      *   FRQ  frequent - frequency score 4 or 5
      *   REG  regular - everyone else
      * A customer with five or more copies in the year, half or
      * more of them titles of one supplier (the catalog's
      * SupplierCode, IDXVIDEO.DAT), is that supplier's fan.
      *
      * The code the customer held at the previous run is carried
      * as the previous code, so a rerun of the same month keeps
      * it; customers no longer on the master come off the segment
      * file.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT LogFile ASSIGN TO "RENTLOG.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS LogStatusFC.
          SELECT SortedFile ASSIGN TO "SEGLOG.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS SortedStatusFC.
          SELECT SortFile ASSIGN TO "SORTWK01".
          SELECT VideoFile ASSIGN TO "IDXVIDEO.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS VideoCode
                 ALTERNATE RECORD KEY IS VideoTitle
                      WITH DUPLICATES
                 FILE STATUS IS VideoStatus.
          SELECT CustomerFile ASSIGN TO KSDSFILE
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS VS-CUSTIDENT
                 ALTERNATE RECORD KEY IS VS-CUSTSTATE
                      WITH DUPLICATES
                 FILE STATUS IS CustomerStatusFC.
          SELECT SegmentFile ASSIGN TO CUSTSEG
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS SG-CUSTIDENT
                 FILE STATUS IS SegmentStatusFC.

       DATA DIVISION.
       FILE SECTION.
       FD LogFile.
       01 LogRecord.
          02 LogDate                 PIC 9(8).
          02 LogTime                 PIC 9(8).
          02 LogAction               PIC X.
          02 LogVideoCode            PIC 9(5).
          02 LogCopyNumber           PIC 9(3).
          02 LogCustIdent            PIC 9(6).
          02 LogDueDate              PIC 9(8).
          02 LogDaysLate             PIC 9(4).
       FD SortedFile.
       01 SortedRecord.
          02 SortedDate              PIC 9(8).
          02 SortedTime              PIC 9(8).
          02 SortedAction            PIC X.
          02 SortedVideoCode         PIC 9(5).
          02 SortedCopyNumber        PIC 9(3).
          02 SortedCustIdent         PIC 9(6).
          02 SortedDueDate           PIC 9(8).
          02 SortedDaysLate          PIC 9(4).
       SD SortFile.
       01 SortRecord.
          02 SortDate                PIC 9(8).
          02 SortTime                PIC 9(8).
          02 SortAction              PIC X.
          02 SortVideoCode           PIC 9(5).
          02 SortCopyNumber          PIC 9(3).
          02 SortCustIdent           PIC 9(6).
          02 SortDueDate             PIC 9(8).
          02 SortDaysLate            PIC 9(4).
       FD VideoFile.
       01 VideoRecord.
          02 VideoCode               PIC 9(5).
          02 VideoTitle              PIC X(40).
          02 SupplierCode            PIC 99.
       FD CustomerFile.
       COPY ODCSF0B.
       FD SegmentFile.
       COPY CUSTSEG.

       WORKING-STORAGE SECTION.
       01   LogStatusFC              PIC X(2).
       01   SortedStatusFC           PIC X(2).
       01   VideoStatus              PIC X(2).
       01   CustomerStatusFC         PIC X(2).
       01   SegmentStatusFC          PIC X(2).
       01   EndOfSorted              PIC X VALUE "N".
       01   EndOfCustomers           PIC X VALUE "N".
       01   EndOfSegments            PIC X.
       01   NewSegment               PIC X.
       01   TodayDate                PIC 9(8).
       01   SegMonthX                PIC X(6).
       01   SegMonth                 PIC 9(6).
       01   SegMonthParts REDEFINES SegMonth.
          02 SegYear                 PIC 9(4).
          02 SegMon                  PIC 99.
       01   WorkDate                 PIC 9(8).
       01   WorkDateParts REDEFINES WorkDate.
          02 WorkYear                PIC 9(4).
          02 WorkMon                 PIC 99.
          02 WorkDay                 PIC 99.
       01   AsOfDate                 PIC 9(8).
       01   AsOfInt                  PIC 9(7).
       01   YearStartDate            PIC 9(8).
       01   DaysSince                PIC S9(7).
      * one customer's checkouts
       01   CusFirstDate             PIC 9(8).
       01   CusLastDate              PIC 9(8).
       01   CusLastVisit             PIC 9(8).
       01   CusVisits                PIC 9(5).
       01   CusCopies                PIC 9(5).
       01   SupplierCounts.
          02 SupCount                PIC 9(5) OCCURS 99 TIMES.
       01   SupIdx                   PIC 999.
       01   FanSupplier              PIC 99.
       01   FanCopies                PIC 9(5).
       01   ScoredCount              PIC 9(6) VALUE 0.
       01   DroppedCount             PIC 9(6) VALUE 0.
       01   UnmatchedCount           PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       Begin.
          ACCEPT TodayDate FROM DATE YYYYMMDD.
          MOVE SPACES TO SegMonthX.
          ACCEPT SegMonthX FROM ENVIRONMENT "SEGMONTH".
          IF SegMonthX NUMERIC
             MOVE SegMonthX TO SegMonth
          ELSE
             MOVE TodayDate(1:6) TO SegMonth
             IF SegMon = 1
                COMPUTE SegYear = SegYear - 1
                MOVE 12 TO SegMon
             ELSE
                COMPUTE SegMon = SegMon - 1
             END-IF
          END-IF.
          IF SegMon < 1 OR SegMon > 12
             DISPLAY "SEGMONTH " SegMonthX " NOT A MONTH"
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
      * the month end is the day before the first of the next month
          MOVE SegYear TO WorkYear.
          MOVE SegMon TO WorkMon.
          MOVE 1 TO WorkDay.
          IF WorkMon = 12
             COMPUTE WorkYear = WorkYear + 1
             MOVE 1 TO WorkMon
          ELSE
             COMPUTE WorkMon = WorkMon + 1
          END-IF.
          COMPUTE AsOfInt = FUNCTION INTEGER-OF-DATE(WorkDate) - 1.
          COMPUTE AsOfDate = FUNCTION DATE-OF-INTEGER(AsOfInt).
          COMPUTE YearStartDate =
                  FUNCTION DATE-OF-INTEGER(AsOfInt - 364).

          OPEN INPUT LogFile.
          IF LogStatusFC NOT = "00"
             DISPLAY "RENTLOG STATUS :- " LogStatusFC
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
          CLOSE LogFile.
          SORT SortFile
               ON ASCENDING KEY SortCustIdent SortDate SortTime
               USING LogFile
               GIVING SortedFile.
          IF SORT-RETURN NOT = 0
             DISPLAY "RENTLOG SORT FAILED :- " SORT-RETURN
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.

          OPEN INPUT SortedFile.
          IF SortedStatusFC NOT = "00"
             DISPLAY "SEGLOG STATUS :- " SortedStatusFC
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
          OPEN INPUT VideoFile.
          IF VideoStatus NOT = "00"
             DISPLAY "CATALOG STATUS :- " VideoStatus
             CLOSE SortedFile
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
          OPEN INPUT CustomerFile.
          IF CustomerStatusFC NOT = "00"
             DISPLAY "KSDSFILE STATUS :- " CustomerStatusFC
             CLOSE SortedFile
             CLOSE VideoFile
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
          OPEN I-O SegmentFile.
          IF SegmentStatusFC = "35"
             OPEN OUTPUT SegmentFile
             CLOSE SegmentFile
             OPEN I-O SegmentFile
          END-IF.
          IF SegmentStatusFC NOT = "00"
             DISPLAY "CUSTSEG STATUS :- " SegmentStatusFC
             CLOSE SortedFile
             CLOSE VideoFile
             CLOSE CustomerFile
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.

          READ SortedFile
             AT END MOVE "Y" TO EndOfSorted
          END-READ.
          READ CustomerFile NEXT RECORD
             AT END MOVE "Y" TO EndOfCustomers
          END-READ.
          PERFORM UNTIL EndOfCustomers = "Y"
             PERFORM ScoreCustomer
             READ CustomerFile NEXT RECORD
                AT END MOVE "Y" TO EndOfCustomers
             END-READ
          END-PERFORM.
      * what is left of the log belongs to customers gone from the
      * master
          PERFORM UNTIL EndOfSorted = "Y"
             COMPUTE UnmatchedCount = UnmatchedCount + 1
             READ SortedFile
                AT END MOVE "Y" TO EndOfSorted
             END-READ
          END-PERFORM.
          PERFORM DropUnscored.

          CLOSE SortedFile.
          CLOSE VideoFile.
          CLOSE CustomerFile.
          CLOSE SegmentFile.
          DISPLAY "CUSTSEGMENT MONTH " SegMonth " TO " AsOfDate
                  " SCORED " ScoredCount
                  " DROPPED " DroppedCount
                  " UNMATCHED " UnmatchedCount.
          STOP RUN.

      * the customer's checkouts off the sorted log, then the scores
       ScoreCustomer.
          MOVE 0 TO CusFirstDate.
          MOVE 0 TO CusLastDate.
          MOVE 0 TO CusLastVisit.
          MOVE 0 TO CusVisits.
          MOVE 0 TO CusCopies.
          INITIALIZE SupplierCounts.
          PERFORM UNTIL EndOfSorted = "Y"
                  OR SortedCustIdent > VS-CUSTIDENT
             IF SortedCustIdent < VS-CUSTIDENT
                COMPUTE UnmatchedCount = UnmatchedCount + 1
             ELSE
                IF SortedAction = "O" AND SortedDate NOT > AsOfDate
                   PERFORM TallyCheckout
                END-IF
             END-IF
             READ SortedFile
                AT END MOVE "Y" TO EndOfSorted
             END-READ
          END-PERFORM.
          MOVE VS-CUSTIDENT TO SG-CUSTIDENT.
          MOVE "N" TO NewSegment.
          READ SegmentFile
             INVALID KEY
                MOVE "Y" TO NewSegment
                INITIALIZE SG-RECORD
                MOVE VS-CUSTIDENT TO SG-CUSTIDENT
                MOVE SPACES TO SG-CODE
                MOVE SPACES TO SG-PREV-CODE
          END-READ.
          IF SG-MONTH NOT = SegMonth
             MOVE SG-CODE TO SG-PREV-CODE
          END-IF.
          MOVE SegMonth TO SG-MONTH.
          MOVE CusFirstDate TO SG-FIRST-DATE.
          MOVE CusLastDate TO SG-LAST-DATE.
          MOVE CusVisits TO SG-VISITS.
          MOVE CusCopies TO SG-COPIES.
          PERFORM SetScores.
          PERFORM SetSegment.
          PERFORM SetFan.
          IF NewSegment = "Y"
             WRITE SG-RECORD
          ELSE
             REWRITE SG-RECORD
          END-IF.
          COMPUTE ScoredCount = ScoredCount + 1.

       TallyCheckout.
          IF CusFirstDate = 0
             MOVE SortedDate TO CusFirstDate
          END-IF.
          MOVE SortedDate TO CusLastDate.
          IF SortedDate NOT < YearStartDate
             IF SortedDate NOT = CusLastVisit
                COMPUTE CusVisits = CusVisits + 1
                MOVE SortedDate TO CusLastVisit
             END-IF
             COMPUTE CusCopies = CusCopies + 1
             MOVE SortedVideoCode TO VideoCode
             READ VideoFile
                INVALID KEY CONTINUE
                NOT INVALID KEY
                   IF SupplierCode > 0
                      COMPUTE SupCount(SupplierCode) =
                              SupCount(SupplierCode) + 1
                   END-IF
             END-READ
          END-IF.

       SetScores.
          MOVE 0 TO SG-RECENCY.
          IF CusLastDate > 0
             COMPUTE DaysSince = AsOfInt
                     - FUNCTION INTEGER-OF-DATE(CusLastDate)
             IF DaysSince NOT > 30
                MOVE 5 TO SG-RECENCY
             ELSE
                IF DaysSince NOT > 60
                   MOVE 4 TO SG-RECENCY
                ELSE
                   IF DaysSince NOT > 90
                      MOVE 3 TO SG-RECENCY
                   ELSE
                      IF DaysSince NOT > 180
                         MOVE 2 TO SG-RECENCY
                      ELSE
                         MOVE 1 TO SG-RECENCY
                      END-IF
                   END-IF
                END-IF
             END-IF
          END-IF.
          IF CusVisits NOT < 24
             MOVE 5 TO SG-FREQUENCY
          ELSE
             IF CusVisits NOT < 12
                MOVE 4 TO SG-FREQUENCY
             ELSE
                IF CusVisits NOT < 6
                   MOVE 3 TO SG-FREQUENCY
                ELSE
                   IF CusVisits NOT < 3
                      MOVE 2 TO SG-FREQUENCY
                   ELSE
                      MOVE CusVisits TO SG-FREQUENCY
                   END-IF
                END-IF
             END-IF
          END-IF.
          IF CusCopies NOT < 60
             MOVE 5 TO SG-VOLUME
          ELSE
             IF CusCopies NOT < 30
                MOVE 4 TO SG-VOLUME
             ELSE
                IF CusCopies NOT < 15
                   MOVE 3 TO SG-VOLUME
                ELSE
                   IF CusCopies NOT < 5
                      MOVE 2 TO SG-VOLUME
                   ELSE
                      IF CusCopies > 0
                         MOVE 1 TO SG-VOLUME
                      ELSE
                         MOVE 0 TO SG-VOLUME
                      END-IF
                   END-IF
                END-IF
             END-IF
          END-IF.

       SetSegment.
          IF CusLastDate = 0
             SET SG-NEVER-RENTED TO TRUE
          ELSE
             IF DaysSince > 90
                SET SG-LAPSED TO TRUE
             ELSE
                IF AsOfInt - FUNCTION INTEGER-OF-DATE(CusFirstDate)
                   NOT > 90
                   SET SG-NEW-RENTER TO TRUE
                ELSE
                   IF SG-FREQUENCY NOT < 4
                      SET SG-FREQUENT TO TRUE
                   ELSE
                      SET SG-REGULAR TO TRUE
                   END-IF
                END-IF
             END-IF
          END-IF.

      * the supplier with most of the year's copies, when that is
      * half or more of five or more
       SetFan.
          MOVE 0 TO FanSupplier.
          MOVE 0 TO FanCopies.
          PERFORM VARYING SupIdx FROM 1 BY 1 UNTIL SupIdx > 99
             IF SupCount(SupIdx) > FanCopies
                MOVE SupIdx TO FanSupplier
                MOVE SupCount(SupIdx) TO FanCopies
             END-IF
          END-PERFORM.
          IF CusCopies < 5 OR FanCopies * 2 < CusCopies
             MOVE 0 TO FanSupplier
             MOVE 0 TO FanCopies
          END-IF.
          MOVE FanSupplier TO SG-FAN-SUPPLIER.
          MOVE FanCopies TO SG-FAN-COPIES.

      * customers not scored this month have left the master
       DropUnscored.
          MOVE "N" TO EndOfSegments.
          MOVE 0 TO SG-CUSTIDENT.
          START SegmentFile KEY IS NOT LESS THAN SG-CUSTIDENT
             INVALID KEY MOVE "Y" TO EndOfSegments
          END-START.
          PERFORM UNTIL EndOfSegments = "Y"
             READ SegmentFile NEXT RECORD
                AT END MOVE "Y" TO EndOfSegments
             END-READ
             IF EndOfSegments = "N" AND SG-MONTH NOT = SegMonth
                DELETE SegmentFile RECORD
                COMPUTE DroppedCount = DroppedCount + 1
             END-IF
          END-PERFORM.
