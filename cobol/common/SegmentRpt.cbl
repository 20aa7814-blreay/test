       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SegmentRpt.
      *---------------------------------------------------------------
      * Customer segment summary from the segment file (CUSTSEG) the
      * monthly CustSegment scoring run leaves.  Run after it.
      *
      * The movement table crosses the segment each customer held at
      * the previous scoring (down the side, NOT SCORED for
      * customers new to the file) with this month's segment (across
      * the top): the row totals are last month's counts, the column
      * totals this month's.  It is followed by the number of
      * customers who changed segment and the fans of each
      * supplier's titles.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT SegmentFile ASSIGN TO CUSTSEG
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS SG-CUSTIDENT
                 FILE STATUS IS SegmentStatusFC.
          SELECT SupplierFile ASSIGN TO "SUPPLIER.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS SupplierKey
                 FILE STATUS IS SupplierStatusFC.

       DATA DIVISION.
       FILE SECTION.
       FD SegmentFile.
       COPY CUSTSEG.
       FD SupplierFile.
       01 SupplierRecord.
          02 SupplierKey             PIC 99.
          02 SupplierName            PIC X(40).
          02 SupplierContact         PIC X(30).
          02 SupplierStatus          PIC X.

       WORKING-STORAGE SECTION.
       01   SegmentStatusFC          PIC X(2).
       01   SupplierStatusFC         PIC X(2).
       01   EndOfSegments            PIC X VALUE "N".
       01   ReportMonth              PIC 9(6) VALUE 0.
      * the segment codes in report order; the sixth row is
      * customers not scored last month
       01   SegCodeValues            PIC X(15)
                                     VALUE "NONNEWFRQREGLAP".
       01   SegCodeTable REDEFINES SegCodeValues.
          02 SegCodeEntry            PIC X(3) OCCURS 5 TIMES.
       01   MoveTable.
          02 MoveFrom OCCURS 7 TIMES.
             03 MoveCount            PIC 9(6) OCCURS 6 TIMES.
       01   FromIdx                  PIC 9.
       01   ToIdx                    PIC 9.
       01   CodeIdx                  PIC 9.
       01   CodeFound                PIC 9.
       01   CodeWanted               PIC X(3).
       01   FanTable.
          02 FanCount                PIC 9(6) OCCURS 99 TIMES.
       01   SupIdx                   PIC 999.
       01   CustomerCount            PIC 9(6) VALUE 0.
       01   ChangedCount             PIC 9(6) VALUE 0.
       01   NewToFileCount           PIC 9(6) VALUE 0.
       01   FanTotal                 PIC 9(6) VALUE 0.

       01 PrnMoveLine.
          02 PrnFromLabel            PIC X(12).
          02 PrnMoveCell             PIC BBBZZZZZ9 OCCURS 6 TIMES.
       01 PrnFanLine.
          02 FILLER                  PIC X(11) VALUE "  SUPPLIER ".
          02 PrnFanSupplier          PIC 99.
          02 FILLER                  PIC X VALUE SPACE.
          02 PrnFanName              PIC X(40).
          02 PrnFanCount             PIC BBBZZZZZ9.

       PROCEDURE DIVISION.
       Begin.
          OPEN INPUT SegmentFile.
          IF SegmentStatusFC NOT = "00"
             DISPLAY "CUSTSEG STATUS :- " SegmentStatusFC
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
          OPEN INPUT SupplierFile.
          IF SupplierStatusFC NOT = "00"
             DISPLAY "SUPPLIER STATUS :- " SupplierStatusFC
             CLOSE SegmentFile
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
          INITIALIZE MoveTable.
          INITIALIZE FanTable.

          READ SegmentFile NEXT RECORD
             AT END MOVE "Y" TO EndOfSegments
          END-READ.
          PERFORM UNTIL EndOfSegments = "Y"
             PERFORM TallyCustomer
             READ SegmentFile NEXT RECORD
                AT END MOVE "Y" TO EndOfSegments
             END-READ
          END-PERFORM.
          CLOSE SegmentFile.

      * row and column totals
          PERFORM VARYING FromIdx FROM 1 BY 1 UNTIL FromIdx > 6
             PERFORM VARYING ToIdx FROM 1 BY 1 UNTIL ToIdx > 5
                COMPUTE MoveCount(FromIdx, 6) =
                        MoveCount(FromIdx, 6)
                        + MoveCount(FromIdx, ToIdx)
                COMPUTE MoveCount(7, ToIdx) =
                        MoveCount(7, ToIdx)
                        + MoveCount(FromIdx, ToIdx)
             END-PERFORM
             COMPUTE MoveCount(7, 6) =
                     MoveCount(7, 6) + MoveCount(FromIdx, 6)
          END-PERFORM.

          DISPLAY "CUSTOMER SEGMENTS FOR " ReportMonth
                  " - MOVEMENT FROM LAST MONTH".
          DISPLAY "  LAST MONTH      NON      NEW      FRQ      REG"
                  "      LAP    TOTAL".
          PERFORM VARYING FromIdx FROM 1 BY 1 UNTIL FromIdx > 7
             PERFORM ShowMoveRow
          END-PERFORM.
          DISPLAY " ".
          DISPLAY "CUSTOMERS " CustomerCount
                  " CHANGED SEGMENT " ChangedCount
                  " NEW TO FILE " NewToFileCount.

          DISPLAY " ".
          DISPLAY "FANS BY SUPPLIER".
          PERFORM VARYING SupIdx FROM 1 BY 1 UNTIL SupIdx > 99
             IF FanCount(SupIdx) > 0
                PERFORM ShowFans
             END-IF
          END-PERFORM.
          CLOSE SupplierFile.
          DISPLAY "SEGMENTRPT CUSTOMERS " CustomerCount
                  " FANS " FanTotal.
          STOP RUN.

       TallyCustomer.
          COMPUTE CustomerCount = CustomerCount + 1.
          IF SG-MONTH > ReportMonth
             MOVE SG-MONTH TO ReportMonth
          END-IF.
          MOVE SG-CODE TO CodeWanted.
          PERFORM FindCode.
          MOVE CodeFound TO ToIdx.
          IF SG-PREV-CODE = SPACES
             MOVE 6 TO FromIdx
             COMPUTE NewToFileCount = NewToFileCount + 1
          ELSE
             MOVE SG-PREV-CODE TO CodeWanted
             PERFORM FindCode
             MOVE CodeFound TO FromIdx
             IF SG-PREV-CODE NOT = SG-CODE
                COMPUTE ChangedCount = ChangedCount + 1
             END-IF
          END-IF.
          IF FromIdx > 0 AND ToIdx > 0
             COMPUTE MoveCount(FromIdx, ToIdx) =
                     MoveCount(FromIdx, ToIdx) + 1
          ELSE
             DISPLAY "CUSTOMER " SG-CUSTIDENT " UNKNOWN SEGMENT "
                     SG-PREV-CODE " TO " SG-CODE
          END-IF.
          IF SG-FAN-SUPPLIER > 0
             MOVE SG-FAN-SUPPLIER TO SupIdx
             COMPUTE FanCount(SupIdx) = FanCount(SupIdx) + 1
             COMPUTE FanTotal = FanTotal + 1
          END-IF.

       FindCode.
          MOVE 0 TO CodeFound.
          PERFORM VARYING CodeIdx FROM 1 BY 1
                  UNTIL CodeIdx > 5 OR CodeFound > 0
             IF SegCodeEntry(CodeIdx) = CodeWanted
                MOVE CodeIdx TO CodeFound
             END-IF
          END-PERFORM.

       ShowMoveRow.
          IF FromIdx < 6
             MOVE SPACES TO PrnFromLabel
             MOVE SegCodeEntry(FromIdx) TO PrnFromLabel(3:3)
          ELSE
             IF FromIdx = 6
                MOVE "  NOT SCORED" TO PrnFromLabel
             ELSE
                MOVE "  TOTAL" TO PrnFromLabel
             END-IF
          END-IF.
          PERFORM VARYING ToIdx FROM 1 BY 1 UNTIL ToIdx > 6
             MOVE MoveCount(FromIdx, ToIdx) TO PrnMoveCell(ToIdx)
          END-PERFORM.
          DISPLAY PrnMoveLine.

       ShowFans.
          MOVE SupIdx TO SupplierKey.
          READ SupplierFile
             INVALID KEY MOVE "** UNKNOWN SUPPLIER **"
                           TO SupplierName
          END-READ.
          MOVE SupIdx TO PrnFanSupplier.
          MOVE SupplierName TO PrnFanName.
          MOVE FanCount(SupIdx) TO PrnFanCount.
          DISPLAY PrnFanLine.
