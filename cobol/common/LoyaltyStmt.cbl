       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LoyaltyStmt.
      *---------------------------------------------------------------
      * Monthly loyalty points statement run over the points ledger
      * (LoyaltyPost): expires the points due and writes a statement
      * selection (PTSSTMT.DAT) for GENLETTER, one record for each
      * member with a balance or points moved in the month.
      *
      * The statement month is the STMTMONTH environment value
      * (CCYYMM), last month when it is not set.  A rerun for the
      * same month writes the same statements again.  Members whose
      * points were forfeited get no statement.
      *
      * PTSSTMT.DAT, 80-byte records:
      *   col 1-6    customer ident
      *   col 7      P (a points statement to GENLETTER)
      *   col 8-13   statement month CCYYMM
      *   col 14-58  balance, earned, redeemed, expired, and expiring
      *              at next month's statement: nine positions each,
      *              the figure at the left
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT StmtFile ASSIGN TO "PTSSTMT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS StmtStatusFC.

       DATA DIVISION.
       FILE SECTION.
       FD StmtFile.
       01 StmtRecord.
          02 StCustIdent             PIC 9(6).
          02 StType                  PIC X.
          02 StMonth                 PIC 9(6).
          02 StBalance               PIC X(9).
          02 StEarned                PIC X(9).
          02 StRedeemed              PIC X(9).
          02 StExpired               PIC X(9).
          02 StExpiring              PIC X(9).
          02 FILLER                  PIC X(22).

       WORKING-STORAGE SECTION.
       01   StmtStatusFC             PIC X(2).
       01   EndOfMembers             PIC X VALUE "N".
       01   TodayDate                PIC 9(8).
       01   StmtMonthX               PIC X(6).
       01   StmtMonth                PIC 9(6).
       01   StmtMonthParts REDEFINES StmtMonth.
          02 StmtYear                PIC 9(4).
          02 StmtMon                 PIC 99.
       01   MemberCount              PIC 9(6) VALUE 0.
       01   StatementCount           PIC 9(6) VALUE 0.
       01   ForfeitedCount           PIC 9(6) VALUE 0.
       01   QuietCount               PIC 9(6) VALUE 0.
       01   FailedCount              PIC 9(6) VALUE 0.
       01   TotalBalance             PIC 9(9) VALUE 0.
       01   TotalEarned              PIC 9(9) VALUE 0.
       01   TotalRedeemed            PIC 9(9) VALUE 0.
       01   TotalExpired             PIC 9(9) VALUE 0.
       01   TotalExpiring            PIC 9(9) VALUE 0.
      * a figure laid at the left of its nine positions
       01   PointsEdit               PIC Z(8)9.
       01   PointsText               PIC X(9).
       01   EditIdx                  PIC 99.
      * LoyaltyPost handshake - the loyalty points ledger
       01   LoyaltyParms.
          02 LpFunction              PIC X.
          02 LpCustIdent             PIC 9(6).
          02 LpVideoCode             PIC 9(5).
          02 LpCopyNumber            PIC 9(3).
          02 LpMonth                 PIC 9(6).
          02 LpPoints                PIC 9(5).
          02 LpBalance               PIC 9(7).
          02 LpEarned                PIC 9(7).
          02 LpRedeemed              PIC 9(7).
          02 LpExpired               PIC 9(7).
          02 LpExpiring              PIC 9(7).
          02 LpRecords               PIC 9(5).
          02 LpRc                    PIC S9(4) COMP-5.

       01 PrnTotalLine.
          02 PrnTotalLabel           PIC X(20).
          02 PrnTotal                PIC Z(8)9.

       PROCEDURE DIVISION.
       Begin.
          ACCEPT TodayDate FROM DATE YYYYMMDD.
          MOVE SPACES TO StmtMonthX.
          ACCEPT StmtMonthX FROM ENVIRONMENT "STMTMONTH".
          IF StmtMonthX NUMERIC
             MOVE StmtMonthX TO StmtMonth
          ELSE
             MOVE TodayDate(1:6) TO StmtMonth
             IF StmtMon = 1
                COMPUTE StmtYear = StmtYear - 1
                MOVE 12 TO StmtMon
             ELSE
                COMPUTE StmtMon = StmtMon - 1
             END-IF
          END-IF.
          IF StmtMon < 1 OR StmtMon > 12
             DISPLAY "STMTMONTH " StmtMonthX " NOT A MONTH"
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.

          MOVE "O" TO LpFunction.
          CALL "LoyaltyPost" USING LoyaltyParms.
          IF LpRc NOT = 0
             DISPLAY "LOYALTY LEDGER UNAVAILABLE - RUN REFUSED"
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
          OPEN OUTPUT StmtFile.
          IF StmtStatusFC NOT = "00"
             DISPLAY "PTSSTMT STATUS :- " StmtStatusFC
             MOVE "C" TO LpFunction
             CALL "LoyaltyPost" USING LoyaltyParms
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.

          MOVE 0 TO LpCustIdent.
          PERFORM UNTIL EndOfMembers = "Y"
             MOVE "N" TO LpFunction
             CALL "LoyaltyPost" USING LoyaltyParms
             IF LpRc NOT = 0
                MOVE "Y" TO EndOfMembers
             ELSE
                COMPUTE MemberCount = MemberCount + 1
                PERFORM StatementForMember
             END-IF
          END-PERFORM.

          CLOSE StmtFile.
          MOVE "C" TO LpFunction.
          CALL "LoyaltyPost" USING LoyaltyParms.

          DISPLAY "LOYALTY POINTS STATEMENTS FOR " StmtMonth.
          MOVE "  BALANCE" TO PrnTotalLabel.
          MOVE TotalBalance TO PrnTotal.
          DISPLAY PrnTotalLine.
          MOVE "  EARNED" TO PrnTotalLabel.
          MOVE TotalEarned TO PrnTotal.
          DISPLAY PrnTotalLine.
          MOVE "  REDEEMED" TO PrnTotalLabel.
          MOVE TotalRedeemed TO PrnTotal.
          DISPLAY PrnTotalLine.
          MOVE "  EXPIRED" TO PrnTotalLabel.
          MOVE TotalExpired TO PrnTotal.
          DISPLAY PrnTotalLine.
          MOVE "  EXPIRING NEXT" TO PrnTotalLabel.
          MOVE TotalExpiring TO PrnTotal.
          DISPLAY PrnTotalLine.
          DISPLAY "LOYALTYSTMT MEMBERS " MemberCount
                  " STATEMENTS " StatementCount
                  " FORFEITED " ForfeitedCount
                  " NOTHING TO STATE " QuietCount.
          IF FailedCount > 0
             DISPLAY "LOYALTYSTMT MEMBERS NOT STATED " FailedCount
             MOVE 4 TO RETURN-CODE
          END-IF.
          STOP RUN.

      * the member's figures for the month; the ledger is read on
      * from this member whatever comes of it
       StatementForMember.
          MOVE "S" TO LpFunction.
          MOVE StmtMonth TO LpMonth.
          CALL "LoyaltyPost" USING LoyaltyParms.
          IF LpRc = 0
             PERFORM WriteStatement
          ELSE
             IF LpRc = 4
                COMPUTE ForfeitedCount = ForfeitedCount + 1
             ELSE
                DISPLAY "MEMBER " LpCustIdent " NO STATEMENT (RC "
                        LpRc ")"
                COMPUTE FailedCount = FailedCount + 1
             END-IF
          END-IF.

       WriteStatement.
          IF LpBalance = 0 AND LpEarned = 0 AND LpRedeemed = 0
             AND LpExpired = 0 AND LpExpiring = 0
             COMPUTE QuietCount = QuietCount + 1
          ELSE
             MOVE SPACES TO StmtRecord
             MOVE LpCustIdent TO StCustIdent
             MOVE "P" TO StType
             MOVE StmtMonth TO StMonth
             MOVE LpBalance TO PointsEdit
             PERFORM LeftJustify
             MOVE PointsText TO StBalance
             MOVE LpEarned TO PointsEdit
             PERFORM LeftJustify
             MOVE PointsText TO StEarned
             MOVE LpRedeemed TO PointsEdit
             PERFORM LeftJustify
             MOVE PointsText TO StRedeemed
             MOVE LpExpired TO PointsEdit
             PERFORM LeftJustify
             MOVE PointsText TO StExpired
             MOVE LpExpiring TO PointsEdit
             PERFORM LeftJustify
             MOVE PointsText TO StExpiring
             WRITE StmtRecord
             COMPUTE StatementCount = StatementCount + 1
             COMPUTE TotalBalance = TotalBalance + LpBalance
             COMPUTE TotalEarned = TotalEarned + LpEarned
             COMPUTE TotalRedeemed = TotalRedeemed + LpRedeemed
             COMPUTE TotalExpired = TotalExpired + LpExpired
             COMPUTE TotalExpiring = TotalExpiring + LpExpiring
          END-IF.

       LeftJustify.
          MOVE 1 TO EditIdx.
          PERFORM UNTIL EditIdx = 9 OR PointsEdit(EditIdx:1) NOT = " "
             COMPUTE EditIdx = EditIdx + 1
          END-PERFORM.
          MOVE PointsEdit(EditIdx:) TO PointsText.
