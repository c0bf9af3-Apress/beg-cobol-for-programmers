IDENTIFICATION DIVISION.
PROGRAM-ID. Listing12-12.
AUTHOR.  Michael Coughlan.
* Aromamora weekly lot expiry run.
* Reads the LotFile kept by delivery entry (Listing12-10) and the
* sales run (Listing12-1) against today's date and
*   - lists every lot whose best-before date falls within the next
*     90 days, in delivery order with the days left, so the oil
*     can be promoted while it can still be sold;
*   - writes off every lot already past its best-before date: the
*     quantity left on the lot is removed from the oil/size's
*     QtyInStock on the OilsStockFile (never below zero), a row
*     valued at the oil/size unit cost is appended to the write-off
*     register, and the lot is dropped from the LotFile - so the
*     stock figure stops including oil that cannot be sold.
* Today's rows of the write-off register are then listed with the
* total value written off.
* Lots recorded before best-before dates were kept carry a zero
* date; they are counted but neither listed nor written off.
* The surviving lots are written to a new file and copied back over
* the LotFile, keeping their delivery order.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OilsPriceFile ASSIGN TO "Listing12-1Oils.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OilsStockFile ASSIGN TO "Listing12-1Stock.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT LotFile ASSIGN TO "Listing12-10Lots.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS LotFileStatus.

       SELECT NewLotFile ASSIGN TO "Listing12-12NewLots.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT WriteOffFile ASSIGN TO "Listing12-12WriteOff.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WriteOffStatus.

DATA DIVISION.
FILE SECTION.
FD OilsPriceFile.
01 OilsPriceRec.
   88 EndOfOilsPriceFile       VALUE HIGH-VALUES.
   02 OilNum-OPF               PIC 99.
   02 OilName-OPF              PIC X(16).
   02 UnitCost-OPF             PIC 99V99 OCCURS 3 TIMES.
   02 BreakQty-OPF             PIC 999 OCCURS 3 TIMES.
   02 BreakPrice-OPF           PIC 99V99 OCCURS 3 TIMES.

FD OilsStockFile.
01 OilsStockRec.
   88 EndOfOilsStockFile       VALUE HIGH-VALUES.
   02 OilNum-OSF               PIC 99.
   02 UnitSize-OSF             PIC 9.
   02 QtyInStock-OSF           PIC 9(5).
   02 ReplenishLevel-OSF       PIC 9(5).
   02 ReorderQty-OSF           PIC 9(5).
   02 SupplierId-OSF           PIC X(4).

FD LotFile.
01 LotRec.
   88 EndOfLotFile             VALUE HIGH-VALUES.
   02 OilNum-LOT               PIC 99.
   02 UnitSize-LOT             PIC 9.
   02 LotNumber-LOT            PIC X(10).
   02 DateReceived-LOT         PIC 9(8).
   02 QtyRemaining-LOT         PIC 9(5).
   02 ExpiryDate-LOT           PIC 9(8).

FD NewLotFile.
01 NewLotRec                   PIC X(34).

FD WriteOffFile.
01 WriteOffRec.
   88 EndOfWriteOffFile        VALUE HIGH-VALUES.
   02 WriteOffDate-WO          PIC 9(8).
   02 OilNum-WO                PIC 99.
   02 UnitSize-WO              PIC 9.
   02 LotNumber-WO             PIC X(10).
   02 ExpiryDate-WO            PIC 9(8).
   02 QtyWrittenOff-WO         PIC 9(5).
   02 UnitCost-WO              PIC 99V99.
   02 ValueWrittenOff-WO       PIC 9(7)V99.

WORKING-STORAGE SECTION.
01 LotFileStatus           PIC XX.
   88 NoLotFile            VALUE "35".

01 WriteOffStatus          PIC XX.
   88 NoWriteOffFileYet    VALUE "35".

01 OilsTable.
   02 BaseOil OCCURS 14 TIMES.
      03 OilName           PIC X(16).
      03 UnitCost          PIC 99V99 OCCURS 3 TIMES.

01 StockTable.
   02 StockOil OCCURS 14 TIMES.
      03 StockCell OCCURS 3 TIMES.
         04 QtyInStock     PIC 9(5).
         04 ReplenishLevel PIC 9(5).
         04 ReorderQty     PIC 9(5).
         04 SupplierId     PIC X(4).

01 RunDate                 PIC 9(8).
01 HorizonDate             PIC 9(8).
01 DaysToExpiry            PIC 9(3).
01 OilIdx                  PIC 99.
01 SizeIdx                 PIC 9.

01 LotsKept                PIC 9(4) VALUE ZERO.
01 LotsExpiringSoon        PIC 9(4) VALUE ZERO.
01 LotsWrittenOff          PIC 9(4) VALUE ZERO.
01 LotsWithNoDate          PIC 9(4) VALUE ZERO.
01 UnitsWrittenOff         PIC 9(7) VALUE ZERO.
01 TotalValueWrittenOff    PIC 9(8)V99 VALUE ZERO.
01 StockShortfall          PIC 9(5).

01 FILLER                  PIC X VALUE "n".
   88 CopyBackDone         VALUE "y".
   88 CopyBackLeft         VALUE "n".

01 PrnCount                PIC ZZZ9.
01 PrnUnits                PIC Z,ZZZ,ZZ9.
01 PrnTotalValue           PIC $$$,$$$,$$9.99.

01 ExpiringHeadingLine.
   02 FILLER               PIC X(17) VALUE "Oil".
   02 FILLER               PIC X(6)  VALUE "Size".
   02 FILLER               PIC X(12) VALUE "Lot".
   02 FILLER               PIC X(10) VALUE "Best-bef".
   02 FILLER               PIC X(8)  VALUE "Days".
   02 FILLER               PIC X(6)  VALUE "Qty".

01 ExpiringLine.
   02 PrnOilName           PIC X(16).
   02 FILLER               PIC X(2) VALUE SPACES.
   02 PrnUnitSize          PIC 9.
   02 FILLER               PIC X(4) VALUE SPACES.
   02 PrnLotNumber         PIC X(10).
   02 FILLER               PIC X(2) VALUE SPACES.
   02 PrnExpiryDate        PIC 9(8).
   02 FILLER               PIC X(3) VALUE SPACES.
   02 PrnDaysLeft          PIC ZZ9.
   02 FILLER               PIC X(3) VALUE SPACES.
   02 PrnQty               PIC ZZ,ZZ9.

01 WriteOffHeadingLine.
   02 FILLER               PIC X(17) VALUE "Oil".
   02 FILLER               PIC X(6)  VALUE "Size".
   02 FILLER               PIC X(12) VALUE "Lot".
   02 FILLER               PIC X(10) VALUE "Best-bef".
   02 FILLER               PIC X(9)  VALUE "Qty".
   02 FILLER               PIC X(15) VALUE "Unit".
   02 FILLER               PIC X(5)  VALUE "Value".

01 WriteOffLine.
   02 PrnWOOilName         PIC X(16).
   02 FILLER               PIC X(2) VALUE SPACES.
   02 PrnWOUnitSize        PIC 9.
   02 FILLER               PIC X(4) VALUE SPACES.
   02 PrnWOLotNumber       PIC X(10).
   02 FILLER               PIC X(2) VALUE SPACES.
   02 PrnWOExpiryDate      PIC 9(8).
   02 FILLER               PIC X(2) VALUE SPACES.
   02 PrnWOQty             PIC ZZ,ZZ9.
   02 FILLER               PIC X(2) VALUE SPACES.
   02 PrnWOUnitCost        PIC $$9.99.
   02 FILLER               PIC X(2) VALUE SPACES.
   02 PrnWOValue           PIC $$,$$$,$$9.99.

PROCEDURE DIVISION.
Begin.
    MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
    COMPUTE HorizonDate = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(RunDate) + 90)
    DISPLAY "Aromamora lot expiry run - " RunDate
    PERFORM LoadOilsTable
    PERFORM LoadStockTable
    OPEN INPUT LotFile
    IF NoLotFile
       DISPLAY "No lot file - nothing to check"
       STOP RUN
    END-IF
    OPEN OUTPUT NewLotFile
    OPEN EXTEND WriteOffFile
    IF NoWriteOffFileYet
       OPEN OUTPUT WriteOffFile
    END-IF

    DISPLAY " "
    DISPLAY "Lots to promote - best-before on or before "
            HorizonDate
    DISPLAY ExpiringHeadingLine
    READ LotFile
       AT END SET EndOfLotFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfLotFile
       PERFORM CheckOneLot
       READ LotFile
          AT END SET EndOfLotFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE LotFile, NewLotFile, WriteOffFile

    PERFORM CopyNewLotsBack
    PERFORM RewriteStockFile
    IF LotsWrittenOff NOT = ZERO
       PERFORM ListTodaysWriteOffs
    END-IF
    PERFORM DisplayRunTotals
    STOP RUN.

LoadOilsTable.
    MOVE SPACES TO OilsTable
    OPEN INPUT OilsPriceFile
    READ OilsPriceFile
       AT END SET EndOfOilsPriceFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfOilsPriceFile
       MOVE OilName-OPF     TO OilName(OilNum-OPF)
       MOVE UnitCost-OPF(1) TO UnitCost(OilNum-OPF, 1)
       MOVE UnitCost-OPF(2) TO UnitCost(OilNum-OPF, 2)
       MOVE UnitCost-OPF(3) TO UnitCost(OilNum-OPF, 3)
       READ OilsPriceFile
          AT END SET EndOfOilsPriceFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE OilsPriceFile.

LoadStockTable.
    INITIALIZE StockTable
    OPEN INPUT OilsStockFile
    READ OilsStockFile
       AT END SET EndOfOilsStockFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfOilsStockFile
       MOVE QtyInStock-OSF TO QtyInStock(OilNum-OSF, UnitSize-OSF)
       MOVE ReplenishLevel-OSF
            TO ReplenishLevel(OilNum-OSF, UnitSize-OSF)
       MOVE ReorderQty-OSF TO ReorderQty(OilNum-OSF, UnitSize-OSF)
       MOVE SupplierId-OSF TO SupplierId(OilNum-OSF, UnitSize-OSF)
       READ OilsStockFile
          AT END SET EndOfOilsStockFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE OilsStockFile.

CheckOneLot.
*   Past its date - written off and not carried forward.  A lot
*   reaching its date today can still be sold today.
    IF ExpiryDate-LOT NOT NUMERIC
       MOVE ZERO TO ExpiryDate-LOT
    END-IF
    EVALUATE TRUE
       WHEN ExpiryDate-LOT = ZERO
          ADD 1 TO LotsWithNoDate
          PERFORM KeepLot
       WHEN ExpiryDate-LOT < RunDate
          PERFORM WriteOffLot
       WHEN ExpiryDate-LOT NOT GREATER THAN HorizonDate
          PERFORM ListExpiringLot
          PERFORM KeepLot
       WHEN OTHER
          PERFORM KeepLot
    END-EVALUATE.

KeepLot.
    WRITE NewLotRec FROM LotRec
    ADD 1 TO LotsKept.

ListExpiringLot.
    COMPUTE DaysToExpiry =
            FUNCTION INTEGER-OF-DATE(ExpiryDate-LOT)
          - FUNCTION INTEGER-OF-DATE(RunDate)
    MOVE OilName(OilNum-LOT) TO PrnOilName
    MOVE UnitSize-LOT        TO PrnUnitSize
    MOVE LotNumber-LOT       TO PrnLotNumber
    MOVE ExpiryDate-LOT      TO PrnExpiryDate
    MOVE DaysToExpiry        TO PrnDaysLeft
    MOVE QtyRemaining-LOT    TO PrnQty
    DISPLAY ExpiringLine
    ADD 1 TO LotsExpiringSoon.

WriteOffLot.
    IF QtyRemaining-LOT > QtyInStock(OilNum-LOT, UnitSize-LOT)
       COMPUTE StockShortfall =
               QtyRemaining-LOT - QtyInStock(OilNum-LOT, UnitSize-LOT)
       DISPLAY "Warning - oil " OilNum-LOT " size " UnitSize-LOT
               " lot " LotNumber-LOT " exceeds book stock by "
               StockShortfall " - book stock set to zero"
       MOVE ZERO TO QtyInStock(OilNum-LOT, UnitSize-LOT)
    ELSE
       SUBTRACT QtyRemaining-LOT
                FROM QtyInStock(OilNum-LOT, UnitSize-LOT)
    END-IF
    MOVE RunDate          TO WriteOffDate-WO
    MOVE OilNum-LOT       TO OilNum-WO
    MOVE UnitSize-LOT     TO UnitSize-WO
    MOVE LotNumber-LOT    TO LotNumber-WO
    MOVE ExpiryDate-LOT   TO ExpiryDate-WO
    MOVE QtyRemaining-LOT TO QtyWrittenOff-WO
    MOVE UnitCost(OilNum-LOT, UnitSize-LOT) TO UnitCost-WO
    COMPUTE ValueWrittenOff-WO = QtyWrittenOff-WO * UnitCost-WO
    WRITE WriteOffRec
    ADD 1 TO LotsWrittenOff
    ADD QtyWrittenOff-WO   TO UnitsWrittenOff
    ADD ValueWrittenOff-WO TO TotalValueWrittenOff.

ListTodaysWriteOffs.
    DISPLAY " "
    DISPLAY "Write-off register - " RunDate
    DISPLAY WriteOffHeadingLine
    OPEN INPUT WriteOffFile
    READ WriteOffFile
       AT END SET EndOfWriteOffFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfWriteOffFile
       IF WriteOffDate-WO = RunDate
          MOVE OilName(OilNum-WO) TO PrnWOOilName
          MOVE UnitSize-WO        TO PrnWOUnitSize
          MOVE LotNumber-WO       TO PrnWOLotNumber
          MOVE ExpiryDate-WO      TO PrnWOExpiryDate
          MOVE QtyWrittenOff-WO   TO PrnWOQty
          MOVE UnitCost-WO        TO PrnWOUnitCost
          MOVE ValueWrittenOff-WO TO PrnWOValue
          DISPLAY WriteOffLine
       END-IF
       READ WriteOffFile
          AT END SET EndOfWriteOffFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE WriteOffFile.

CopyNewLotsBack.
    OPEN INPUT NewLotFile
    OPEN OUTPUT LotFile
    SET CopyBackLeft TO TRUE
    READ NewLotFile
       AT END SET CopyBackDone TO TRUE
    END-READ
    PERFORM UNTIL CopyBackDone
       WRITE LotRec FROM NewLotRec
       READ NewLotFile
          AT END SET CopyBackDone TO TRUE
       END-READ
    END-PERFORM
    CLOSE NewLotFile, LotFile.

RewriteStockFile.
    OPEN OUTPUT OilsStockFile
    PERFORM VARYING OilIdx FROM 1 BY 1 UNTIL OilIdx > 14
       PERFORM VARYING SizeIdx FROM 1 BY 1 UNTIL SizeIdx > 3
          IF QtyInStock(OilIdx, SizeIdx) NOT = ZERO
             OR ReplenishLevel(OilIdx, SizeIdx) NOT = ZERO
             OR ReorderQty(OilIdx, SizeIdx) NOT = ZERO
             OR SupplierId(OilIdx, SizeIdx) NOT = SPACES
             MOVE OilIdx  TO OilNum-OSF
             MOVE SizeIdx TO UnitSize-OSF
             MOVE QtyInStock(OilIdx, SizeIdx) TO QtyInStock-OSF
             MOVE ReplenishLevel(OilIdx, SizeIdx)
                  TO ReplenishLevel-OSF
             MOVE ReorderQty(OilIdx, SizeIdx) TO ReorderQty-OSF
             MOVE SupplierId(OilIdx, SizeIdx) TO SupplierId-OSF
             WRITE OilsStockRec
          END-IF
       END-PERFORM
    END-PERFORM
    CLOSE OilsStockFile.

DisplayRunTotals.
    DISPLAY " "
    MOVE LotsExpiringSoon TO PrnCount
    DISPLAY "Lots expiring within 90 days - " PrnCount
    MOVE LotsWrittenOff TO PrnCount
    DISPLAY "Expired lots written off     - " PrnCount
    MOVE UnitsWrittenOff TO PrnUnits
    DISPLAY "Units written off            - " PrnUnits
    MOVE TotalValueWrittenOff TO PrnTotalValue
    DISPLAY "Value written off at cost    - " PrnTotalValue
    MOVE LotsWithNoDate TO PrnCount
    DISPLAY "Lots with no best-before     - " PrnCount
    MOVE LotsKept TO PrnCount
    DISPLAY "Lots carried forward         - " PrnCount.
