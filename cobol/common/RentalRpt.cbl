       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RentalRpt.
      *---------------------------------------------------------------
      * Daily rental activity report per title, from the rental
      * activity log (RENTLOG.DAT) RentalTran appends to and the copy
      * inventory (COPYINV.DAT) CopyMaint keeps.  For every title
      * with a copy out or with activity today the report shows the
      * title (named from the catalog), today's checkouts, today's
      * returns and how many of them came back late, the copies out
      * now and of those how many are past their due date on the
      * open rentals file (RENTAL.DAT), and the copies the store
      * holds (withdrawn and lost copies not counted).  Any overdue
      * copy leaves return code 4 so the schedule can prompt the
      * reminder calls.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT LogFile ASSIGN TO "RENTLOG.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS LogStatusFC.
          SELECT CopyFile ASSIGN TO "COPYINV.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS CopyKey
                 FILE STATUS IS CopyStatusFC.
          SELECT RentalFile ASSIGN TO "RENTAL.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS RentKey
                 FILE STATUS IS RentalStatusFC.
          SELECT VideoFile ASSIGN TO "IDXVIDEO.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS VideoCode
                 ALTERNATE RECORD KEY IS VideoTitle
                      WITH DUPLICATES
                 FILE STATUS IS VideoStatus.

       DATA DIVISION.
       FILE SECTION.
       FD LogFile.
       01 LogRecord.
          88 EndOfLogFile VALUE HIGH-VALUE.
          02 LogDate                 PIC 9(8).
          02 LogTime                 PIC 9(8).
          02 LogAction               PIC X.
             88 LogCheckOut          VALUE "O".
             88 LogCheckIn           VALUE "I".
          02 LogVideoCode            PIC 9(5).
          02 LogCopyNumber           PIC 9(3).
          02 LogCustIdent            PIC 9(6).
          02 LogDueDate              PIC 9(8).
          02 LogDaysLate             PIC 9(4).
       FD CopyFile.
       01 CopyRecord.
          88 EndOfCopyFile VALUE HIGH-VALUE.
          02 CopyKey.
             03 CopyVideoCode        PIC 9(5).
             03 CopyNumber           PIC 9(3).
          02 CopyCondition           PIC X.
          02 CopyStatus              PIC X.
             88 CopyAvailable        VALUE "A".
             88 CopyOut              VALUE "O".
             88 CopyWithdrawn        VALUE "W".
             88 CopyLost             VALUE "L".
          02 CopyAddedDate           PIC 9(8).
          02 CopyRentCount           PIC 9(5).
          02 CopyLastOut             PIC 9(8).
       FD RentalFile.
       01 RentalRecord.
          02 RentKey.
             03 RentVideoCode        PIC 9(5).
             03 RentCopyNumber       PIC 9(3).
          02 RentCustIdent           PIC 9(6).
          02 RentOutDate             PIC 9(8).
          02 RentDueDate             PIC 9(8).
          02 RentStage               PIC 9.
          02 RentFeeAssessed         PIC 9(5)V99.
          02 RentLost                PIC X.
          02 RentReplaceCharge       PIC 9(5)V99.
          02 RentFree                PIC X.
       FD VideoFile.
       01 VideoRecord.
          02 VideoCode               PIC 9(5).
          02 VideoTitle              PIC X(40).
          02 SupplierCode            PIC 99.

       WORKING-STORAGE SECTION.
       01   LogStatusFC              PIC X(2).
       01   CopyStatusFC             PIC X(2).
       01   RentalStatusFC           PIC X(2).
       01   VideoStatus              PIC X(2).
       01   TodayDate                PIC 9(8).
      * today's activity per title, from the log
       01   ActCount                 PIC 9(4) VALUE 0.
       01   ActMax                   PIC 9(4) VALUE 500.
       01   ActIdx                   PIC 9(4).
       01   ActFound                 PIC 9(4).
       01   ActivityTable.
          02 ActEntry OCCURS 500 TIMES.
             03 ActVideoCode         PIC 9(5).
             03 ActOut               PIC 9(4).
             03 ActIn                PIC 9(4).
             03 ActLate              PIC 9(4).
      * the title being counted off the copy file
       01   CurVideoCode             PIC 9(5) VALUE 0.
       01   CurOwned                 PIC 9(4).
       01   CurOut                   PIC 9(4).
       01   CurOverdue               PIC 9(4).
       01   TitleCount               PIC 9(4) VALUE 0.
       01   TotalOut                 PIC 9(5) VALUE 0.
       01   TotalIn                  PIC 9(5) VALUE 0.
       01   TotalLate                PIC 9(5) VALUE 0.
       01   TotalCopiesOut           PIC 9(5) VALUE 0.
       01   TotalOverdue             PIC 9(5) VALUE 0.
       01   NotTallied               PIC 9(5) VALUE 0.

       01 PrnTitleLine.
          02 PrnVideoCode            PIC 9(5).
          02 FILLER                  PIC X VALUE SPACE.
          02 PrnVideoTitle           PIC X(30).
          02 PrnCheckOuts            PIC BBBBZZZ9.
          02 PrnReturns              PIC BBBBZZZ9.
          02 PrnLate                 PIC BBBBZZZ9.
          02 PrnCopiesOut            PIC BBBBZZZ9.
          02 PrnOverdue              PIC BBBBZZZ9.
          02 PrnOwned                PIC BBBBZZZ9.

       PROCEDURE DIVISION.
       Begin.
          ACCEPT TodayDate FROM DATE YYYYMMDD.
          OPEN INPUT CopyFile.
          IF CopyStatusFC NOT = "00"
             DISPLAY "COPYINV STATUS :- " CopyStatusFC
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
          OPEN INPUT RentalFile.
          IF RentalStatusFC NOT = "00"
             DISPLAY "RENTAL STATUS :- " RentalStatusFC
             CLOSE CopyFile
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
          OPEN INPUT VideoFile.
          IF VideoStatus NOT = "00"
             DISPLAY "CATALOG STATUS :- " VideoStatus
             CLOSE CopyFile
             CLOSE RentalFile
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
          PERFORM LoadActivity.

          DISPLAY "RENTAL ACTIVITY FOR " TodayDate.
          DISPLAY "CODE  TITLE                              "
                  "     OUT      IN    LATE ON RENT OVERDUE   OWNED".
          READ CopyFile NEXT RECORD
             AT END SET EndOfCopyFile TO TRUE
          END-READ.
          PERFORM UNTIL EndOfCopyFile
             IF CopyVideoCode NOT = CurVideoCode
                IF CurVideoCode NOT = 0
                   PERFORM ShowOneTitle
                END-IF
                MOVE CopyVideoCode TO CurVideoCode
                MOVE 0 TO CurOwned
                MOVE 0 TO CurOut
                MOVE 0 TO CurOverdue
             END-IF
             PERFORM CountOneCopy
             READ CopyFile NEXT RECORD
                AT END SET EndOfCopyFile TO TRUE
             END-READ
          END-PERFORM.
          IF CurVideoCode NOT = 0
             PERFORM ShowOneTitle
          END-IF.

          CLOSE CopyFile.
          CLOSE RentalFile.
          CLOSE VideoFile.
          DISPLAY "RENTALRPT TITLES " TitleCount
                  " CHECKOUTS " TotalOut
                  " RETURNS " TotalIn
                  " LATE " TotalLate.
          DISPLAY "RENTALRPT COPIES OUT " TotalCopiesOut
                  " OVERDUE " TotalOverdue.
          IF NotTallied > 0
             DISPLAY "RENTALRPT MORE THAN " ActMax " TITLES ACTIVE"
                     " - " NotTallied " LOG ENTRIES NOT TALLIED"
          END-IF.
          IF TotalOverdue > 0 OR NotTallied > 0
             MOVE 4 TO RETURN-CODE
          END-IF.
          STOP RUN.

      * today's checkouts and returns per title; no log yet is no
      * activity
       LoadActivity.
          OPEN INPUT LogFile.
          IF LogStatusFC = "00"
             READ LogFile
                AT END SET EndOfLogFile TO TRUE
             END-READ
             PERFORM UNTIL EndOfLogFile
                IF LogDate = TodayDate
                   PERFORM TallyOneEntry
                END-IF
                READ LogFile
                   AT END SET EndOfLogFile TO TRUE
                END-READ
             END-PERFORM
             CLOSE LogFile
          ELSE
             IF LogStatusFC NOT = "35"
                DISPLAY "RENTLOG STATUS :- " LogStatusFC
                        " - NO ACTIVITY COUNTED"
                MOVE 4 TO RETURN-CODE
             END-IF
          END-IF.

       TallyOneEntry.
          MOVE LogVideoCode TO CurVideoCode.
          PERFORM FindActivity.
          IF ActFound = 0
             IF ActCount < ActMax
                COMPUTE ActCount = ActCount + 1
                MOVE ActCount TO ActFound
                MOVE LogVideoCode TO ActVideoCode(ActFound)
                MOVE 0 TO ActOut(ActFound)
                MOVE 0 TO ActIn(ActFound)
                MOVE 0 TO ActLate(ActFound)
             ELSE
                COMPUTE NotTallied = NotTallied + 1
             END-IF
          END-IF.
          IF ActFound NOT = 0
             IF LogCheckOut
                COMPUTE ActOut(ActFound) = ActOut(ActFound) + 1
             ELSE
                COMPUTE ActIn(ActFound) = ActIn(ActFound) + 1
                IF LogDaysLate > 0
                   COMPUTE ActLate(ActFound) = ActLate(ActFound) + 1
                END-IF
             END-IF
          END-IF.
          MOVE 0 TO CurVideoCode.

       FindActivity.
          MOVE 0 TO ActFound.
          PERFORM VARYING ActIdx FROM 1 BY 1
                  UNTIL ActIdx > ActCount OR ActFound NOT = 0
             IF ActVideoCode(ActIdx) = CurVideoCode
                MOVE ActIdx TO ActFound
             END-IF
          END-PERFORM.

      * a copy out is overdue when its open rental was due before
      * today
       CountOneCopy.
          IF NOT CopyWithdrawn AND NOT CopyLost
             COMPUTE CurOwned = CurOwned + 1
          END-IF.
          IF CopyOut
             COMPUTE CurOut = CurOut + 1
             MOVE CopyKey TO RentKey
             READ RentalFile
                INVALID KEY
                   DISPLAY "COPY " CopyVideoCode "-" CopyNumber
                           " OUT BUT NO OPEN RENTAL ON FILE"
                NOT INVALID KEY
                   IF RentDueDate < TodayDate
                      COMPUTE CurOverdue = CurOverdue + 1
                   END-IF
             END-READ
          END-IF.

       ShowOneTitle.
          PERFORM FindActivity.
          IF CurOut > 0 OR ActFound NOT = 0
             MOVE CurVideoCode TO VideoCode
             READ VideoFile
                INVALID KEY MOVE "** NOT IN CATALOG **"
                              TO VideoTitle
             END-READ
             MOVE CurVideoCode TO PrnVideoCode
             MOVE VideoTitle TO PrnVideoTitle
             MOVE 0 TO PrnCheckOuts
             MOVE 0 TO PrnReturns
             MOVE 0 TO PrnLate
             IF ActFound NOT = 0
                MOVE ActOut(ActFound) TO PrnCheckOuts
                MOVE ActIn(ActFound) TO PrnReturns
                MOVE ActLate(ActFound) TO PrnLate
                COMPUTE TotalOut = TotalOut + ActOut(ActFound)
                COMPUTE TotalIn = TotalIn + ActIn(ActFound)
                COMPUTE TotalLate = TotalLate + ActLate(ActFound)
             END-IF
             MOVE CurOut TO PrnCopiesOut
             MOVE CurOverdue TO PrnOverdue
             MOVE CurOwned TO PrnOwned
             DISPLAY PrnTitleLine
             COMPUTE TitleCount = TitleCount + 1
             COMPUTE TotalCopiesOut = TotalCopiesOut + CurOut
             COMPUTE TotalOverdue = TotalOverdue + CurOverdue
          END-IF.
