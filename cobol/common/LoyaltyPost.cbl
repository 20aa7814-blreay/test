       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LoyaltyPost.
      *---------------------------------------------------------------
      * Callable poster for the rental loyalty points ledger, one
      * member per customer ident:
      *   LOYALTY.DAT   the member: balance, running totals, and the
      *                 points earned, redeemed and expired since the
      *                 last statement
      *   POINTLOT.DAT  the points still live, one lot per member
      *                 and day earned, so the oldest are redeemed
      *                 and expire first
      *   PTSLOG.DAT    every posting, the customer ident leading
      * The scheme is reference data: domain LOYALTY of the REFDATA
      * store (read through REFLOOKUP), each row's description
      * opening with its value:
      *   EARN       points earned by an on-time return, cols 1-5
      *              (no row: nothing earned)
      *   REDEEM     points that pay for a free rental, cols 1-5
      *              (no row: nothing can be redeemed)
      *   EXPMONTHS  months points live, cols 1-3: points earned in
      *              a month expire at the statement for the month
      *              that many months later (no row: never)
      *
      * LpFunction:
      *   O  open the ledger and read the scheme (call once first)
      *   E  LpCustIdent earns the EARN points for returning
      *      LpVideoCode-LpCopyNumber on time; the member is
      *      started on the first points earned
      *   B  LpCustIdent's balance, with the REDEEM points in
      *      LpPoints - RC 4 when it will not pay for a rental
      *   R  LpCustIdent redeems REDEEM points for a free rental of
      *      LpVideoCode-LpCopyNumber - RC 4 when short
      *   N  the next member after LpCustIdent - RC 4 at the end
      *   S  the statement for month LpMonth (CCYYMM): lots due
      *      expire, and the period's earned, redeemed and expired
      *      points come back with the balance and the points that
      *      will expire at next month's statement; a rerun for the
      *      same month answers the same period again - RC 4 for a
      *      member whose points were forfeited
      *   F  forfeit every point LpCustIdent holds (purged), the
      *      points forfeited in LpBalance
      *   D  delete LpCustIdent's member and lots (erased), the
      *      records removed in LpRecords; the log is left to the
      *      erasure run
      *   Q  the records LpCustIdent still has, in LpRecords
      *   C  close the ledger
      *   LpRc 0 - done
      *   LpRc 4 - not done: not a member, not enough points, or
      *            the scheme has no such row
      *   LpRc 8 - the ledger could not be opened or written
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT MemberFile ASSIGN TO "LOYALTY.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS LoyCustIdent
                 FILE STATUS IS MemberStatusFC.
          SELECT LotFile ASSIGN TO "POINTLOT.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS LotKey
                 FILE STATUS IS LotStatusFC.
          SELECT PointLogFile ASSIGN TO "PTSLOG.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS PointLogStatusFC.

       DATA DIVISION.
       FILE SECTION.
       FD MemberFile.
       01 MemberRecord.
          02 LoyCustIdent            PIC 9(6).
          02 LoyStatus               PIC X.
             88 LoyActive            VALUE "A".
             88 LoyForfeited         VALUE "F".
          02 LoyBalance              PIC 9(7).
          02 LoyEarnedTotal          PIC 9(7).
          02 LoyRedeemedTotal        PIC 9(7).
          02 LoyExpiredTotal         PIC 9(7).
          02 LoyForfeitedTotal       PIC 9(7).
          02 LoyPeriodEarned         PIC 9(7).
          02 LoyPeriodRedeemed       PIC 9(7).
          02 LoyPeriodExpired        PIC 9(7).
          02 LoyStmtMonth            PIC 9(6).
          02 LoyStmtEarned           PIC 9(7).
          02 LoyStmtRedeemed         PIC 9(7).
          02 LoyStmtExpired          PIC 9(7).
          02 LoyJoinDate             PIC 9(8).
          02 LoyLastDate             PIC 9(8).
       FD LotFile.
       01 LotRecord.
          02 LotKey.
             03 LotCustIdent         PIC 9(6).
             03 LotDate              PIC 9(8).
             03 LotDateX REDEFINES LotDate.
                04 LotYear           PIC 9(4).
                04 LotMon            PIC 99.
                04 FILLER            PIC 99.
          02 LotEarned               PIC 9(5).
          02 LotRemaining            PIC 9(5).
       FD PointLogFile.
       01 PointLogRecord.
          02 PtCustIdent             PIC 9(6).
          02 PtDate                  PIC 9(8).
          02 PtTime                  PIC 9(8).
          02 PtType                  PIC X.
          02 PtPoints                PIC 9(7).
          02 PtBalance               PIC 9(7).
          02 PtVideoCode             PIC 9(5).
          02 PtCopyNumber            PIC 9(3).

       WORKING-STORAGE SECTION.
       01   MemberStatusFC           PIC X(2).
       01   LotStatusFC              PIC X(2).
       01   PointLogStatusFC         PIC X(2).
       01   LedgerOpen               PIC X VALUE "N".
       01   EndOfLots                PIC X.
       01   TodayDate                PIC 9(8).
       01   TodayTime                PIC 9(8).
       01   EarnPoints               PIC 9(5) VALUE 0.
       01   RedeemPoints             PIC 9(5) VALUE 0.
       01   ExpireMonths             PIC 9(3) VALUE 0.
       01   StmtMonth                PIC 9(6).
       01   StmtMonthParts REDEFINES StmtMonth.
          02 StmtYear                PIC 9(4).
          02 StmtMon                 PIC 99.
       01   StmtMonthIdx             PIC 9(6).
       01   LotMonthIdx              PIC 9(6).
       01   PointsWanted             PIC 9(7).
       01   PointsTaken              PIC 9(5).
       01   PointsExpired            PIC 9(7).
       01   PointsExpiring           PIC 9(7).
      * REFLOOKUP handshake - the reference-data store
       01   REF-PARMS.
          05 REF-DOMAIN              PIC X(8) VALUE "LOYALTY".
          05 REF-CODE                PIC X(8).
          05 REF-ASOF                PIC 9(8) VALUE 0.
          05 REF-DESC                PIC X(30).
          05 REF-RC                  PIC S9(4) COMP-5.

       LINKAGE SECTION.
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

       PROCEDURE DIVISION USING LoyaltyParms.
       Begin.
          MOVE 0 TO LpRc.
          IF LpFunction = "O"
             PERFORM OpenLedger
             GOBACK
          END-IF.
          IF LedgerOpen = "N"
             IF LpFunction NOT = "C"
                MOVE 8 TO LpRc
             END-IF
             GOBACK
          END-IF.
          ACCEPT TodayTime FROM TIME.
          EVALUATE LpFunction
             WHEN "C"
                CLOSE MemberFile
                CLOSE LotFile
                CLOSE PointLogFile
                MOVE "N" TO LedgerOpen
             WHEN "E" PERFORM EarnPointsOnReturn
             WHEN "B" PERFORM TellBalance
             WHEN "R" PERFORM RedeemRental
             WHEN "N" PERFORM NextMember
             WHEN "S" PERFORM StatementFigures
             WHEN "F" PERFORM ForfeitPoints
             WHEN "D" PERFORM DeleteMember
             WHEN "Q" PERFORM CountRecords
             WHEN OTHER MOVE 8 TO LpRc
          END-EVALUATE.
          GOBACK.

       OpenLedger.
          ACCEPT TodayDate FROM DATE YYYYMMDD.
          IF LedgerOpen = "N"
             OPEN I-O MemberFile
             IF MemberStatusFC = "35"
                OPEN OUTPUT MemberFile
                CLOSE MemberFile
                OPEN I-O MemberFile
             END-IF
             OPEN I-O LotFile
             IF LotStatusFC = "35"
                OPEN OUTPUT LotFile
                CLOSE LotFile
                OPEN I-O LotFile
             END-IF
             OPEN EXTEND PointLogFile
             IF PointLogStatusFC = "35"
                OPEN OUTPUT PointLogFile
             END-IF
             IF MemberStatusFC = "00" AND LotStatusFC = "00"
                AND PointLogStatusFC = "00"
                MOVE "Y" TO LedgerOpen
                PERFORM LoadScheme
             ELSE
                DISPLAY "LOYALTY STATUS :- " MemberStatusFC
                        " POINTLOT STATUS :- " LotStatusFC
                        " PTSLOG STATUS :- " PointLogStatusFC
                CLOSE MemberFile
                CLOSE LotFile
                CLOSE PointLogFile
                MOVE 8 TO LpRc
             END-IF
          END-IF.

       LoadScheme.
          MOVE "EARN" TO REF-CODE.
          CALL "REFLOOKUP" USING REF-PARMS.
          IF REF-RC = 0 AND REF-DESC(1:5) NUMERIC
             MOVE REF-DESC(1:5) TO EarnPoints
          END-IF.
          MOVE "REDEEM" TO REF-CODE.
          CALL "REFLOOKUP" USING REF-PARMS.
          IF REF-RC = 0 AND REF-DESC(1:5) NUMERIC
             MOVE REF-DESC(1:5) TO RedeemPoints
          END-IF.
          MOVE "EXPMONTHS" TO REF-CODE.
          CALL "REFLOOKUP" USING REF-PARMS.
          IF REF-RC = 0 AND REF-DESC(1:3) NUMERIC
             MOVE REF-DESC(1:3) TO ExpireMonths
          END-IF.

       ReadMember.
          MOVE LpCustIdent TO LoyCustIdent.
          READ MemberFile
             INVALID KEY MOVE 4 TO LpRc
          END-READ.

       EarnPointsOnReturn.
          MOVE EarnPoints TO LpPoints.
          IF EarnPoints = 0
             MOVE 4 TO LpRc
          ELSE
             PERFORM ReadMember
             IF LpRc = 4
                MOVE 0 TO LpRc
                INITIALIZE MemberRecord
                MOVE LpCustIdent TO LoyCustIdent
                MOVE TodayDate TO LoyJoinDate
                MOVE "35" TO MemberStatusFC
             END-IF
             SET LoyActive TO TRUE
             COMPUTE LoyBalance = LoyBalance + EarnPoints
             COMPUTE LoyEarnedTotal = LoyEarnedTotal + EarnPoints
             COMPUTE LoyPeriodEarned = LoyPeriodEarned + EarnPoints
             MOVE TodayDate TO LoyLastDate
             IF MemberStatusFC = "35"
                WRITE MemberRecord
             ELSE
                REWRITE MemberRecord
             END-IF
             IF MemberStatusFC NOT = "00"
                PERFORM NotPosted
             ELSE
                PERFORM AddToLot
             END-IF
          END-IF.

      * one lot per member and day
       AddToLot.
          MOVE LpCustIdent TO LotCustIdent.
          MOVE TodayDate TO LotDate.
          READ LotFile
             INVALID KEY
                MOVE LpCustIdent TO LotCustIdent
                MOVE TodayDate TO LotDate
                MOVE EarnPoints TO LotEarned
                MOVE EarnPoints TO LotRemaining
                WRITE LotRecord
             NOT INVALID KEY
                COMPUTE LotEarned = LotEarned + EarnPoints
                COMPUTE LotRemaining = LotRemaining + EarnPoints
                REWRITE LotRecord
          END-READ.
          IF LotStatusFC NOT = "00"
             PERFORM NotPosted
          ELSE
             MOVE "E" TO PtType
             MOVE EarnPoints TO PtPoints
             PERFORM WritePointLog
          END-IF.

       TellBalance.
          MOVE RedeemPoints TO LpPoints.
          MOVE 0 TO LpBalance.
          PERFORM ReadMember.
          IF LpRc = 0
             MOVE LoyBalance TO LpBalance
             IF RedeemPoints = 0 OR LoyBalance < RedeemPoints
                OR NOT LoyActive
                MOVE 4 TO LpRc
             END-IF
          END-IF.

      * the oldest lots pay first; a lot used up comes off the file
       RedeemRental.
          PERFORM TellBalance.
          IF LpRc = 0
             MOVE RedeemPoints TO PointsWanted
             MOVE LpCustIdent TO LotCustIdent
             MOVE 0 TO LotDate
             MOVE "N" TO EndOfLots
             START LotFile KEY IS NOT LESS THAN LotKey
                INVALID KEY MOVE "Y" TO EndOfLots
             END-START
             PERFORM UNTIL EndOfLots = "Y" OR PointsWanted = 0
                READ LotFile NEXT RECORD
                   AT END MOVE "Y" TO EndOfLots
                END-READ
                IF EndOfLots = "N"
                   IF LotCustIdent NOT = LpCustIdent
                      MOVE "Y" TO EndOfLots
                   ELSE
                      PERFORM TakeFromLot
                   END-IF
                END-IF
             END-PERFORM
             COMPUTE LoyBalance = LoyBalance - RedeemPoints
             COMPUTE LoyRedeemedTotal =
                     LoyRedeemedTotal + RedeemPoints
             COMPUTE LoyPeriodRedeemed =
                     LoyPeriodRedeemed + RedeemPoints
             MOVE TodayDate TO LoyLastDate
             REWRITE MemberRecord
             IF MemberStatusFC NOT = "00"
                PERFORM NotPosted
             ELSE
                MOVE LoyBalance TO LpBalance
                MOVE "R" TO PtType
                MOVE RedeemPoints TO PtPoints
                PERFORM WritePointLog
             END-IF
          END-IF.

       TakeFromLot.
          IF LotRemaining > PointsWanted
             MOVE PointsWanted TO PointsTaken
          ELSE
             MOVE LotRemaining TO PointsTaken
          END-IF.
          COMPUTE LotRemaining = LotRemaining - PointsTaken.
          COMPUTE PointsWanted = PointsWanted - PointsTaken.
          IF LotRemaining = 0
             DELETE LotFile RECORD
          ELSE
             REWRITE LotRecord
          END-IF.

       NextMember.
          MOVE LpCustIdent TO LoyCustIdent.
          START MemberFile KEY IS GREATER THAN LoyCustIdent
             INVALID KEY MOVE 4 TO LpRc
          END-START.
          IF LpRc = 0
             READ MemberFile NEXT RECORD
                AT END MOVE 4 TO LpRc
             END-READ
          END-IF.
          IF LpRc = 0
             MOVE LoyCustIdent TO LpCustIdent
             MOVE LoyBalance TO LpBalance
          END-IF.

      * lots as old as the scheme allows expire; those a month
      * short of it are what expires at next month's statement
       StatementFigures.
          PERFORM ReadMember.
          IF LpRc = 0 AND LoyForfeited
             MOVE 4 TO LpRc
          END-IF.
          IF LpRc = 0
             MOVE LpMonth TO StmtMonth
             COMPUTE StmtMonthIdx = StmtYear * 12 + StmtMon
             MOVE 0 TO PointsExpired
             MOVE 0 TO PointsExpiring
             IF ExpireMonths > 0
                PERFORM AgeLots
             END-IF
             IF PointsExpired > 0
                COMPUTE LoyBalance = LoyBalance - PointsExpired
                COMPUTE LoyExpiredTotal =
                        LoyExpiredTotal + PointsExpired
                MOVE "X" TO PtType
                MOVE PointsExpired TO PtPoints
                MOVE 0 TO LpVideoCode
                MOVE 0 TO LpCopyNumber
                PERFORM WritePointLog
             END-IF
             IF LoyStmtMonth NOT = LpMonth
                MOVE LpMonth TO LoyStmtMonth
                MOVE LoyPeriodEarned TO LoyStmtEarned
                MOVE LoyPeriodRedeemed TO LoyStmtRedeemed
                COMPUTE LoyStmtExpired =
                        LoyPeriodExpired + PointsExpired
                MOVE 0 TO LoyPeriodEarned
                MOVE 0 TO LoyPeriodRedeemed
                MOVE 0 TO LoyPeriodExpired
             ELSE
                COMPUTE LoyStmtExpired =
                        LoyStmtExpired + PointsExpired
             END-IF
             REWRITE MemberRecord
             IF MemberStatusFC NOT = "00"
                PERFORM NotPosted
             ELSE
                MOVE LoyBalance TO LpBalance
                MOVE LoyStmtEarned TO LpEarned
                MOVE LoyStmtRedeemed TO LpRedeemed
                MOVE LoyStmtExpired TO LpExpired
                MOVE PointsExpiring TO LpExpiring
             END-IF
          END-IF.

       AgeLots.
          MOVE LpCustIdent TO LotCustIdent.
          MOVE 0 TO LotDate.
          MOVE "N" TO EndOfLots.
          START LotFile KEY IS NOT LESS THAN LotKey
             INVALID KEY MOVE "Y" TO EndOfLots
          END-START.
          PERFORM UNTIL EndOfLots = "Y"
             READ LotFile NEXT RECORD
                AT END MOVE "Y" TO EndOfLots
             END-READ
             IF EndOfLots = "N"
                IF LotCustIdent NOT = LpCustIdent
                   MOVE "Y" TO EndOfLots
                ELSE
                   PERFORM AgeLot
                END-IF
             END-IF
          END-PERFORM.

       AgeLot.
          COMPUTE LotMonthIdx = LotYear * 12 + LotMon + ExpireMonths.
          IF LotMonthIdx NOT > StmtMonthIdx
             COMPUTE PointsExpired = PointsExpired + LotRemaining
             DELETE LotFile RECORD
          ELSE
             IF LotMonthIdx = StmtMonthIdx + 1
                COMPUTE PointsExpiring =
                        PointsExpiring + LotRemaining
             END-IF
          END-IF.

       ForfeitPoints.
          PERFORM ReadMember.
          IF LpRc = 0
             MOVE 0 TO LpRecords
             PERFORM DeleteLots
             MOVE LoyBalance TO LpBalance
             COMPUTE LoyForfeitedTotal =
                     LoyForfeitedTotal + LoyBalance
             MOVE 0 TO LoyBalance
             SET LoyForfeited TO TRUE
             MOVE TodayDate TO LoyLastDate
             REWRITE MemberRecord
             IF MemberStatusFC NOT = "00"
                PERFORM NotPosted
             ELSE
                MOVE 0 TO LpVideoCode
                MOVE 0 TO LpCopyNumber
                MOVE "F" TO PtType
                MOVE LpBalance TO PtPoints
                PERFORM WritePointLog
             END-IF
          END-IF.

       DeleteMember.
          MOVE 0 TO LpRecords.
          PERFORM DeleteLots.
          MOVE LpCustIdent TO LoyCustIdent.
          DELETE MemberFile RECORD
             INVALID KEY CONTINUE
             NOT INVALID KEY
                COMPUTE LpRecords = LpRecords + 1
          END-DELETE.
          IF LpRecords = 0
             MOVE 4 TO LpRc
          END-IF.

      * every lot of the member, counted into LpRecords
       DeleteLots.
          MOVE LpCustIdent TO LotCustIdent.
          MOVE 0 TO LotDate.
          MOVE "N" TO EndOfLots.
          START LotFile KEY IS NOT LESS THAN LotKey
             INVALID KEY MOVE "Y" TO EndOfLots
          END-START.
          PERFORM UNTIL EndOfLots = "Y"
             READ LotFile NEXT RECORD
                AT END MOVE "Y" TO EndOfLots
             END-READ
             IF EndOfLots = "N"
                IF LotCustIdent NOT = LpCustIdent
                   MOVE "Y" TO EndOfLots
                ELSE
                   DELETE LotFile RECORD
                   COMPUTE LpRecords = LpRecords + 1
                END-IF
             END-IF
          END-PERFORM.

       CountRecords.
          MOVE 0 TO LpRecords.
          MOVE LpCustIdent TO LoyCustIdent.
          READ MemberFile
             INVALID KEY CONTINUE
             NOT INVALID KEY
                COMPUTE LpRecords = LpRecords + 1
          END-READ.
          MOVE LpCustIdent TO LotCustIdent.
          MOVE 0 TO LotDate.
          MOVE "N" TO EndOfLots.
          START LotFile KEY IS NOT LESS THAN LotKey
             INVALID KEY MOVE "Y" TO EndOfLots
          END-START.
          PERFORM UNTIL EndOfLots = "Y"
             READ LotFile NEXT RECORD
                AT END MOVE "Y" TO EndOfLots
             END-READ
             IF EndOfLots = "N"
                IF LotCustIdent NOT = LpCustIdent
                   MOVE "Y" TO EndOfLots
                ELSE
                   COMPUTE LpRecords = LpRecords + 1
                END-IF
             END-IF
          END-PERFORM.

       WritePointLog.
          MOVE LpCustIdent TO PtCustIdent.
          MOVE TodayDate TO PtDate.
          MOVE TodayTime TO PtTime.
          MOVE LoyBalance TO PtBalance.
          MOVE LpVideoCode TO PtVideoCode.
          MOVE LpCopyNumber TO PtCopyNumber.
          WRITE PointLogRecord.

       NotPosted.
          DISPLAY "LOYALTY " LpCustIdent " NOT POSTED - STATUS :- "
                  MemberStatusFC " " LotStatusFC.
          MOVE 8 TO LpRc.
