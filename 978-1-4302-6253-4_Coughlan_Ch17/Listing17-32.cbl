IDENTIFICATION DIVISION.
PROGRAM-ID.  Listing17-32.
AUTHOR.  Michael Coughlan.
* Parts purchase order run.
* Walks the INDEXED StockFile and, for every part whose on-hand
* quantity is below its reorder level, orders enough to bring it
* back up to that level - net of whatever is still outstanding on
* the open purchase order lines, so a part already on order is not
* ordered twice while the delivery is on its way.
* Each part is ordered from the supplier the PartsPriceFile names
* for it, at the cost price held there; a part with no supplier or
* no cost price, or whose supplier is not on the SupplierFile
* (maintained by Listing17-31), is reported to the ExceptionsFile
* and not ordered.
* The order lines are grouped so that each supplier gets one
* purchase order, numbered from the seed file the way counter sales
* (Listing17-17) number invoices, and due the supplier's lead time
* after today. Each order is printed and its lines are added to the
* PurchaseOrderFile, against which the parts-received entry
* (Listing17-18) books deliveries and the weekly overdue-orders
* report (Listing17-33) chases the suppliers.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT StockFile ASSIGN TO "Listing17-10Stock.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS PartNumSF
        ALTERNATE RECORD KEY IS VehicleNumSF
                     WITH DUPLICATES
        FILE STATUS IS StockStatus.

    SELECT SupplierFile ASSIGN TO "Listing17-31Suppliers.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS SupplierNum-SM
        FILE STATUS IS SupplierStatus.

    SELECT PartsPriceFile ASSIGN TO "Listing17-17Prices.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT PurchaseOrderFile ASSIGN TO "Listing17-32Orders.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OrderStatus.

    SELECT OrderSeedFile ASSIGN TO "Listing17-32Seq.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SeedStatus.

    SELECT ExceptionsFile ASSIGN TO "Listing17-32Exc.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  StockFile.
01  StockRecSF.
    88  EndOfStockFile          VALUE HIGH-VALUES.
    02  PartNumSF               PIC 9(7).
    02  VehicleNumSF            PIC 9(4).
    02  PartDescSF              PIC X(25).
    02  QtyOnHandSF             PIC 9(5).
    02  ReorderLevelSF          PIC 9(5).

FD  SupplierFile.
01  SupplierRec-SM.
    02  SupplierNum-SM          PIC 9(4).
    02  SupplierName-SM         PIC X(30).
    02  SupplierPhone-SM        PIC X(12).
    02  LeadTimeDays-SM         PIC 9(3).

FD  PartsPriceFile.
01  PartsPriceRec.
    88  EndOfPriceFile          VALUE HIGH-VALUES.
    02  PartNum-PPF             PIC 9(7).
    02  SellingPrice-PPF        PIC 9(4)V99.
    02  CostPrice-PPF           PIC 9(4)V99.
    02  SupplierNum-PPF         PIC 9(4).

FD  PurchaseOrderFile.
01  PurchaseOrderRec.
    88  EndOfOrderFile          VALUE HIGH-VALUES.
    02  PONumber-PO             PIC 9(6).
    02  SupplierNum-PO          PIC 9(4).
    02  PartNum-PO              PIC 9(7).
    02  QtyOrdered-PO           PIC 9(5).
    02  UnitCost-PO             PIC 9(4)V99.
    02  OrderDate-PO            PIC 9(8).
    02  DueDate-PO              PIC 9(8).
    02  QtyReceived-PO          PIC 9(5).

FD  OrderSeedFile.
01  OrderSeedRec.
    02  LastPONumber            PIC 9(6).

FD  ExceptionsFile.
01  ExceptionRec                PIC X(58).

WORKING-STORAGE SECTION.
01  StockStatus                 PIC XX.
    88  NoStockFile             VALUE "35".

01  SupplierStatus              PIC XX.
    88  SupplierFound           VALUE "00".
    88  NoSupplierFile          VALUE "35".

01  OrderStatus                 PIC XX.
    88  NoOrderFileYet          VALUE "35".

01  SeedStatus                  PIC XX.
    88  NoSeedYet               VALUE "35".

01  ExceptionLine.
    02  ExcPartNum              PIC 9(7).
    02  FILLER                  PIC XXX VALUE " - ".
    02  ExcText                 PIC X(48).

01  PartsPriceTable.
    02  PartsPriceEntry OCCURS 1000 TIMES
               ASCENDING KEY IS PartNum-PPT
               INDEXED BY PPIdx.
        03  PartNum-PPT         PIC 9(7).
        03  SellingPrice-PPT    PIC 9(4)V99.
        03  CostPrice-PPT       PIC 9(4)V99.
        03  SupplierNum-PPT     PIC 9(4).

01  PartsPriceCount             PIC 9(4) VALUE ZERO.

*  Quantity still to come in on the open order lines, per part.
01  OnOrderTable.
    02  OnOrderEntry OCCURS 1000 TIMES.
        03  OO-PartNum          PIC 9(7).
        03  OO-Qty              PIC 9(5).
01  OnOrderCount                PIC 9(4) VALUE ZERO.
01  OnOrderIdx                  PIC 9(4).
01  FoundIdx                    PIC 9(4).
01  QtyOnOrder                  PIC 9(5).
01  QtyToOrder                  PIC S9(6).

*  One entry per part to be ordered, sorted into supplier order so
*  each supplier's lines come together on one purchase order.
01  ReorderTable.
    02  ReorderEntry OCCURS 1000 TIMES.
        03  RO-SupplierNum      PIC 9(4).
        03  RO-PartNum          PIC 9(7).
        03  RO-PartDesc         PIC X(25).
        03  RO-Quantity         PIC 9(5).
        03  RO-UnitCost         PIC 9(4)V99.
        03  RO-LeadTimeDays     PIC 9(3).
01  ReorderCount                PIC 9(4) VALUE ZERO.
01  ReorderIdx                  PIC 9(4).
01  SubscriptA                  PIC 9(4).
01  SubscriptB                  PIC 9(4).
01  SwapReorderEntry            PIC X(50).

01  TodaysDate                  PIC 9(8).
01  DueDate                     PIC 9(8).
01  NextPONumber                PIC 9(6).
01  CurrentSupplierNum          PIC 9(4).
01  LineCost                    PIC 9(7)V99.
01  OrderTotal                  PIC 9(8)V99.
01  GrandTotal                  PIC 9(9)V99 VALUE ZERO.

01  RunCounts.
    02  PartsExamined           PIC 9(5) VALUE ZERO.
    02  PartsBelowReorder       PIC 9(5) VALUE ZERO.
    02  PartsCoveredByOrders    PIC 9(5) VALUE ZERO.
    02  PartsNotOrdered         PIC 9(5) VALUE ZERO.
    02  OrdersRaised            PIC 9(5) VALUE ZERO.
01  PrnCount                    PIC ZZZZ9.
01  PrnMoney                    PIC $$$,$$$,$$9.99.

01  OrderHeading                PIC X(70) VALUE
    "PartNum  Description                Qty  Unit Cost   Line Cost".

01  OrderLine.
    02  PrnPartNum              PIC 9(7).
    02  FILLER                  PIC X(2) VALUE SPACES.
    02  PrnPartDesc             PIC X(25).
    02  PrnQty                  PIC ZZZZ9.
    02  FILLER                  PIC X(2) VALUE SPACES.
    02  PrnUnitCost             PIC $$,$$9.99.
    02  FILLER                  PIC X(2) VALUE SPACES.
    02  PrnLineCost             PIC $$$,$$9.99.

PROCEDURE DIVISION.
Begin.
    MOVE FUNCTION CURRENT-DATE(1:8) TO TodaysDate
    PERFORM LoadPartsPriceTable
    PERFORM LoadOnOrderTable
    OPEN INPUT StockFile
    IF NoStockFile
       DISPLAY "No parts stock file found."
       STOP RUN
    END-IF
    OPEN INPUT SupplierFile
    IF NoSupplierFile
       DISPLAY "No supplier file found - run Listing17-31 first."
       STOP RUN
    END-IF
    OPEN OUTPUT ExceptionsFile
    READ StockFile
       AT END SET EndOfStockFile TO TRUE
    END-READ
    PERFORM ExamineOnePart UNTIL EndOfStockFile
    CLOSE StockFile
    DISPLAY "***** PARTS PURCHASE ORDER RUN *****   Date " TodaysDate
    IF ReorderCount = ZERO
       DISPLAY "No parts need ordering."
    ELSE
       PERFORM RaisePurchaseOrders
    END-IF
    CLOSE SupplierFile, ExceptionsFile
    DISPLAY " "
    MOVE PartsExamined TO PrnCount
    DISPLAY "Parts examined                - " PrnCount
    MOVE PartsBelowReorder TO PrnCount
    DISPLAY "Parts below reorder level     - " PrnCount
    MOVE PartsCoveredByOrders TO PrnCount
    DISPLAY "Already covered by open orders - " PrnCount
    MOVE PartsNotOrdered TO PrnCount
    DISPLAY "Not ordered - see exceptions  - " PrnCount
    MOVE OrdersRaised TO PrnCount
    DISPLAY "Purchase orders raised        - " PrnCount
    MOVE GrandTotal TO PrnMoney
    DISPLAY "Total value ordered           - " PrnMoney
    STOP RUN.

LoadPartsPriceTable.
    MOVE HIGH-VALUES TO PartsPriceTable
    OPEN INPUT PartsPriceFile
    READ PartsPriceFile
       AT END SET EndOfPriceFile TO TRUE
    END-READ
    PERFORM VARYING PPIdx FROM 1 BY 1 UNTIL EndOfPriceFile
       MOVE PartsPriceRec TO PartsPriceEntry(PPIdx)
       ADD 1 TO PartsPriceCount
       READ PartsPriceFile
          AT END SET EndOfPriceFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE PartsPriceFile.

LoadOnOrderTable.
    OPEN INPUT PurchaseOrderFile
    IF NoOrderFileYet
       EXIT PARAGRAPH
    END-IF
    READ PurchaseOrderFile
       AT END SET EndOfOrderFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfOrderFile
       IF QtyReceived-PO < QtyOrdered-PO
          PERFORM AddToOnOrder
       END-IF
       READ PurchaseOrderFile
          AT END SET EndOfOrderFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE PurchaseOrderFile.

AddToOnOrder.
    MOVE PartNum-PO TO PartNumSF
    PERFORM FindOnOrder
    IF FoundIdx = ZERO
       IF OnOrderCount NOT LESS THAN 1000
          DISPLAY "More than 1000 parts on order - the table must be "
                  "enlarged before this run."
          STOP RUN
       END-IF
       ADD 1 TO OnOrderCount
       MOVE OnOrderCount TO FoundIdx
       MOVE PartNum-PO TO OO-PartNum(FoundIdx)
       MOVE ZERO       TO OO-Qty(FoundIdx)
    END-IF
    COMPUTE OO-Qty(FoundIdx) = OO-Qty(FoundIdx)
                             + QtyOrdered-PO - QtyReceived-PO.

FindOnOrder.
    MOVE ZERO TO FoundIdx
    PERFORM VARYING OnOrderIdx FROM 1 BY 1
            UNTIL OnOrderIdx > OnOrderCount
               OR FoundIdx NOT = ZERO
       IF OO-PartNum(OnOrderIdx) = PartNumSF
          MOVE OnOrderIdx TO FoundIdx
       END-IF
    END-PERFORM.

ExamineOnePart.
    ADD 1 TO PartsExamined
    IF QtyOnHandSF < ReorderLevelSF
       ADD 1 TO PartsBelowReorder
       PERFORM FindOnOrder
       IF FoundIdx = ZERO
          MOVE ZERO TO QtyOnOrder
       ELSE
          MOVE OO-Qty(FoundIdx) TO QtyOnOrder
       END-IF
       COMPUTE QtyToOrder = ReorderLevelSF - QtyOnHandSF - QtyOnOrder
       IF QtyToOrder > ZERO
          PERFORM AddReorderEntry
       ELSE
          ADD 1 TO PartsCoveredByOrders
       END-IF
    END-IF
    READ StockFile
       AT END SET EndOfStockFile TO TRUE
    END-READ.

AddReorderEntry.
    MOVE PartNumSF TO ExcPartNum
    SEARCH ALL PartsPriceEntry
       AT END
          MOVE "Not ordered - part not on the price file" TO ExcText
          PERFORM RejectPart
          EXIT PARAGRAPH
       WHEN PartNum-PPT(PPIdx) = PartNumSF
          CONTINUE
    END-SEARCH
    IF SupplierNum-PPT(PPIdx) = ZERO OR CostPrice-PPT(PPIdx) = ZERO
       MOVE "Not ordered - no supplier or cost price" TO ExcText
       PERFORM RejectPart
       EXIT PARAGRAPH
    END-IF
    MOVE SupplierNum-PPT(PPIdx) TO SupplierNum-SM
    READ SupplierFile
       INVALID KEY CONTINUE
    END-READ
    IF NOT SupplierFound
       MOVE SPACES TO ExcText
       STRING "Not ordered - supplier " SupplierNum-PPT(PPIdx)
              " not on file" DELIMITED BY SIZE INTO ExcText
       PERFORM RejectPart
       EXIT PARAGRAPH
    END-IF
    IF ReorderCount NOT LESS THAN 1000
       DISPLAY "More than 1000 parts to order - the table must be "
               "enlarged before this run."
       STOP RUN
    END-IF
    ADD 1 TO ReorderCount
    MOVE SupplierNum-SM  TO RO-SupplierNum(ReorderCount)
    MOVE PartNumSF       TO RO-PartNum(ReorderCount)
    MOVE PartDescSF      TO RO-PartDesc(ReorderCount)
    MOVE QtyToOrder      TO RO-Quantity(ReorderCount)
    MOVE CostPrice-PPT(PPIdx) TO RO-UnitCost(ReorderCount)
    MOVE LeadTimeDays-SM TO RO-LeadTimeDays(ReorderCount).

RejectPart.
    WRITE ExceptionRec FROM ExceptionLine
    ADD 1 TO PartsNotOrdered.

RaisePurchaseOrders.
    PERFORM SortReorderBySupplier
    PERFORM GetNextPONumber
    OPEN EXTEND PurchaseOrderFile
    IF NoOrderFileYet
       OPEN OUTPUT PurchaseOrderFile
    END-IF
    MOVE ZERO TO CurrentSupplierNum
    PERFORM VARYING ReorderIdx FROM 1 BY 1
            UNTIL ReorderIdx > ReorderCount
       IF RO-SupplierNum(ReorderIdx) NOT = CurrentSupplierNum
          IF CurrentSupplierNum NOT = ZERO
             PERFORM FinishPurchaseOrder
          END-IF
          PERFORM StartPurchaseOrder
       END-IF
       PERFORM WriteOrderLine
    END-PERFORM
    PERFORM FinishPurchaseOrder
    CLOSE PurchaseOrderFile
    PERFORM SaveNextPONumber.

SortReorderBySupplier.
* Bubble sort on supplier then PartNum - the table is small.
    PERFORM VARYING SubscriptA FROM 1 BY 1
            UNTIL SubscriptA >= ReorderCount
       PERFORM VARYING SubscriptB FROM 1 BY 1
               UNTIL SubscriptB > ReorderCount - SubscriptA
          IF ReorderEntry(SubscriptB)(1:11)
             > ReorderEntry(SubscriptB + 1)(1:11)
             MOVE ReorderEntry(SubscriptB) TO SwapReorderEntry
             MOVE ReorderEntry(SubscriptB + 1)
                  TO ReorderEntry(SubscriptB)
             MOVE SwapReorderEntry TO ReorderEntry(SubscriptB + 1)
          END-IF
       END-PERFORM
    END-PERFORM.

StartPurchaseOrder.
    MOVE RO-SupplierNum(ReorderIdx) TO CurrentSupplierNum
    ADD 1 TO NextPONumber, OrdersRaised
    MOVE ZERO TO OrderTotal
    COMPUTE DueDate = FUNCTION DATE-OF-INTEGER
            (FUNCTION INTEGER-OF-DATE(TodaysDate)
             + RO-LeadTimeDays(ReorderIdx))
    MOVE CurrentSupplierNum TO SupplierNum-SM
    READ SupplierFile
       INVALID KEY MOVE "** unknown supplier **" TO SupplierName-SM
                   MOVE SPACES TO SupplierPhone-SM
    END-READ
    DISPLAY " "
    DISPLAY "PURCHASE ORDER " NextPONumber "   Date " TodaysDate
            "   Due " DueDate
    DISPLAY "To supplier " CurrentSupplierNum " " SupplierName-SM
            " " SupplierPhone-SM
    DISPLAY OrderHeading.

WriteOrderLine.
    MOVE NextPONumber                TO PONumber-PO
    MOVE CurrentSupplierNum          TO SupplierNum-PO
    MOVE RO-PartNum(ReorderIdx)      TO PartNum-PO
    MOVE RO-Quantity(ReorderIdx)     TO QtyOrdered-PO
    MOVE RO-UnitCost(ReorderIdx)     TO UnitCost-PO
    MOVE TodaysDate                  TO OrderDate-PO
    MOVE DueDate                     TO DueDate-PO
    MOVE ZERO                        TO QtyReceived-PO
    WRITE PurchaseOrderRec
    COMPUTE LineCost = RO-Quantity(ReorderIdx)
                     * RO-UnitCost(ReorderIdx)
    ADD LineCost TO OrderTotal
    MOVE RO-PartNum(ReorderIdx)      TO PrnPartNum
    MOVE RO-PartDesc(ReorderIdx)     TO PrnPartDesc
    MOVE RO-Quantity(ReorderIdx)     TO PrnQty
    MOVE RO-UnitCost(ReorderIdx)     TO PrnUnitCost
    MOVE LineCost                    TO PrnLineCost
    DISPLAY OrderLine.

FinishPurchaseOrder.
    ADD OrderTotal TO GrandTotal
    MOVE OrderTotal TO PrnMoney
    DISPLAY "Order total - " PrnMoney.

GetNextPONumber.
    OPEN INPUT OrderSeedFile
    IF NoSeedYet
       MOVE ZERO TO LastPONumber
    ELSE
       READ OrderSeedFile
          AT END MOVE ZERO TO LastPONumber
       END-READ
       CLOSE OrderSeedFile
    END-IF
    MOVE LastPONumber TO NextPONumber.

SaveNextPONumber.
    OPEN OUTPUT OrderSeedFile
    MOVE NextPONumber TO LastPONumber
    WRITE OrderSeedRec
    CLOSE OrderSeedFile.
