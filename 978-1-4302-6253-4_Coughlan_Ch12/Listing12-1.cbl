* customer whose CustTotalSales exceeds their credit limit is
* flagged on the summary line so the order desk can hold further
* shipments.
* Lots now carry the supplier's best-before date, so allocation is
* first-expiry-first-out: each sale consumes the unexpired lot with
* the earliest best-before date (lots recorded before the date was
* kept have none and go last, oldest delivery first).  A lot past
* its date is never allocated - sales that could only have been
* met from expired oil are counted on the console - and the weekly
* expiry run (Listing12-12) writes such lots off the stock.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
   02 UnitSize-OSF             PIC 9.
   02 QtyInStock-OSF           PIC 9(5).
   02 ReplenishLevel-OSF       PIC 9(5).
   02 ReorderQty-OSF           PIC 9(5).
   02 SupplierId-OSF           PIC X(4).

FD LotFile.
01 LotRec.
   02 LotNumber-LOT            PIC X(10).
   02 DateReceived-LOT         PIC 9(8).
   02 QtyRemaining-LOT         PIC 9(5).
   02 ExpiryDate-LOT           PIC 9(8).

FD LotAllocationFile.
01 LotAllocationRec.
   02 CustomerAddress-CM       PIC X(40).
   02 CreditLimit-CM           PIC 9(6)V99.
   02 TypeDiscount-CM          PIC 99V99.
*  Credit hold set by the month-end aging run (Listing12-9) and
*  released by credit control (Listing12-14).
   02 CreditHold-CM            PIC X.
      88 OnCreditHold          VALUE "H".
      88 NotOnCreditHold       VALUE SPACE.
   02 HoldDate-CM              PIC 9(8).

WORKING-STORAGE SECTION.
*  The report goes to a run-dated file recorded on the shared
01  LotAllocationStatus    PIC XX.
    88 NoAllocFileYet      VALUE "35".

*  Lots in delivery (file) order.  A zero LT-ExpiryDate is a lot
*  recorded before best-before dates were kept.
01  LotTable.
    02 LotEntry OCCURS 500 TIMES.
       03 LT-OilNum        PIC 99.
       03 LT-LotNumber     PIC X(10).
       03 LT-DateReceived  PIC 9(8).
       03 LT-QtyLeft       PIC 9(5).
       03 LT-ExpiryDate    PIC 9(8).

01  LotCount               PIC 9(3) VALUE ZERO.
01  LotIdx                 PIC 9(3).
01  QtyStillToConsume      PIC 9(5).
01  QtyFromThisLot         PIC 9(5).
01  UnlottedSales          PIC 9(4) VALUE ZERO.
01  ExpiredLotRefusals     PIC 9(4) VALUE ZERO.
01  BestLotIdx             PIC 9(3).
01  BestExpiry             PIC 9(8).
01  CandidateExpiry        PIC 9(8).
01  ExpiredLotFlag         PIC X VALUE "n".
    88 ExpiredLotSeen      VALUE "y".
    88 NoExpiredLotSeen    VALUE "n".
01  RunDate                PIC 9(8).

01  ReportHeadingLine      PIC X(41)
        03 StockBySize OCCURS 3 TIMES.
           04 QtyInStock      PIC 9(5).
           04 ReplenishLevel  PIC 9(5).
           04 ReorderQty      PIC 9(5).
           04 SupplierId      PIC X(4).

01  StockOilNum            PIC 99.
01  StockSizeNum           PIC 9.
       MOVE UnlottedSales TO PrnExceptionCount
       DISPLAY "Sales beyond the recorded lots - " PrnExceptionCount
    END-IF
    IF ExpiredLotRefusals NOT = ZERO
       MOVE ExpiredLotRefusals TO PrnExceptionCount
       DISPLAY "Sales refused an expired lot   - " PrnExceptionCount
    END-IF
    STOP RUN.

LoadOilsTable.
    PERFORM ConsumeLotsForSale.

ConsumeLotsForSale.
*   First expiry first out; the consumption is recorded against the
*   customer so a lot can be traced forwards and a customer
*   backwards.  Units beyond the unexpired lots (stock that predates
*   lot recording, or oil only an expired lot could supply) are
*   counted rather than invented.
    MOVE UnitsSold TO QtyStillToConsume
    SET NoExpiredLotSeen TO TRUE
    PERFORM PickFirstExpiringLot
    PERFORM UNTIL BestLotIdx = ZERO OR QtyStillToConsume = ZERO
       PERFORM AllocateFromBestLot
       PERFORM PickFirstExpiringLot
    END-PERFORM
    IF QtyStillToConsume > ZERO
       ADD 1 TO UnlottedSales
       IF ExpiredLotSeen
          ADD 1 TO ExpiredLotRefusals
          DISPLAY "Warning - oil " OilNum " size " UnitSize
                  " for customer " CustomerId
                  " - expired lot not allocated"
       END-IF
    END-IF.

PickFirstExpiringLot.
*   A lot with no best-before date sorts after every dated lot; on a
*   tie the earlier entry (the older delivery) wins.
    MOVE ZERO TO BestLotIdx
    MOVE 99999999 TO BestExpiry
    PERFORM VARYING LotIdx FROM 1 BY 1 UNTIL LotIdx > LotCount
       IF LT-OilNum(LotIdx) = OilNum
          AND LT-UnitSize(LotIdx) = UnitSize
          AND LT-QtyLeft(LotIdx) > ZERO
          IF LT-ExpiryDate(LotIdx) = ZERO
             MOVE 99999999 TO CandidateExpiry
          ELSE
             MOVE LT-ExpiryDate(LotIdx) TO CandidateExpiry
          END-IF
          IF CandidateExpiry < RunDate
             SET ExpiredLotSeen TO TRUE
          ELSE
             IF BestLotIdx = ZERO OR CandidateExpiry < BestExpiry
                MOVE LotIdx TO BestLotIdx
                MOVE CandidateExpiry TO BestExpiry
             END-IF
          END-IF
       END-IF
    END-PERFORM.

AllocateFromBestLot.
    IF LT-QtyLeft(BestLotIdx) NOT GREATER THAN QtyStillToConsume
       MOVE LT-QtyLeft(BestLotIdx) TO QtyFromThisLot
    ELSE
       MOVE QtyStillToConsume TO QtyFromThisLot
    END-IF
    SUBTRACT QtyFromThisLot FROM LT-QtyLeft(BestLotIdx)
    SUBTRACT QtyFromThisLot FROM QtyStillToConsume
    MOVE LT-LotNumber(BestLotIdx) TO LotNumber-LA
    MOVE OilNum                   TO OilNum-LA
    MOVE UnitSize                 TO UnitSize-LA
    MOVE CustomerId               TO CustomerId-LA
    MOVE QtyFromThisLot           TO QtyAllocated-LA
    MOVE RunDate                  TO AllocDate-LA
    WRITE LotAllocationRec.

LoadLotTable.
    OPEN INPUT LotFile
          MOVE LotNumber-LOT    TO LT-LotNumber(LotCount)
          MOVE DateReceived-LOT TO LT-DateReceived(LotCount)
          MOVE QtyRemaining-LOT TO LT-QtyLeft(LotCount)
          IF ExpiryDate-LOT NUMERIC
             MOVE ExpiryDate-LOT TO LT-ExpiryDate(LotCount)
          ELSE
             MOVE ZERO TO LT-ExpiryDate(LotCount)
          END-IF
       ELSE
          ADD 1 TO LotsDropped
       END-IF

RewriteLotFile.
*   Exhausted lots drop off; the survivors keep their delivery
*   order and their best-before dates.
    OPEN OUTPUT LotFile
    PERFORM VARYING LotIdx FROM 1 BY 1 UNTIL LotIdx > LotCount
       IF LT-QtyLeft(LotIdx) > ZERO
          MOVE LT-LotNumber(LotIdx)    TO LotNumber-LOT
          MOVE LT-DateReceived(LotIdx) TO DateReceived-LOT
          MOVE LT-QtyLeft(LotIdx)      TO QtyRemaining-LOT
          MOVE LT-ExpiryDate(LotIdx)   TO ExpiryDate-LOT
          WRITE LotRec
       END-IF
    END-PERFORM
    CLOSE LotFile.

LoadOilsStockTable.
    INITIALIZE OilsStockTable
    OPEN INPUT OilsStockFile
    READ OilsStockFile
       AT END SET EndOfOilsStockFile TO TRUE
            TO QtyInStock(OilNum-OSF, UnitSize-OSF)
       MOVE ReplenishLevel-OSF
            TO ReplenishLevel(OilNum-OSF, UnitSize-OSF)
       MOVE ReorderQty-OSF TO ReorderQty(OilNum-OSF, UnitSize-OSF)
       MOVE SupplierId-OSF TO SupplierId(OilNum-OSF, UnitSize-OSF)
       READ OilsStockFile
          AT END SET EndOfOilsStockFile TO TRUE
       END-READ
                  TO QtyInStock-OSF
             MOVE ReplenishLevel(StockOilNum, StockSizeNum)
                  TO ReplenishLevel-OSF
             MOVE ReorderQty(StockOilNum, StockSizeNum)
                  TO ReorderQty-OSF
             MOVE SupplierId(StockOilNum, StockSizeNum)
                  TO SupplierId-OSF
             WRITE OilsStockRec
          END-IF
       END-PERFORM
