IDENTIFICATION DIVISION.
PROGRAM-ID. Listing12-17.
AUTHOR.  Michael Coughlan.
* Aromamora weekly purchase order run.
* Oils used to be reordered when someone noticed an empty shelf.
* This run compares each OilNum and unit size on the OilsStockFile
* with its reorder level (set up through Listing12-16):
*   - the stock position is the QtyInStock plus whatever is still
*     to come in on open purchase order lines (ordered less
*     received);
*   - where that is below the reorder level the reorder quantity is
*     ordered, as many times as it takes to reach the level (with
*     no reorder quantity set, just enough to reach the level);
*   - the lines are grouped by supplier, each supplier gets one
*     purchase order numbered from the LastPONumber seed file, the
*     order lines are appended to the purchase order file as open
*     lines, and each purchase order is printed with the supplier's
*     name and address from the supplier master.
* An oil/size below its level with no supplier on the supplier
* master is reported rather than ordered.
* Delivery entry (Listing12-10) receives against the PO lines and
* closes them.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OilsPriceFile ASSIGN TO "Listing12-1Oils.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OilsStockFile ASSIGN TO "Listing12-1Stock.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT SupplierFile ASSIGN TO "Listing12-16Suppliers.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS SupplierFileStatus.

       SELECT PurchaseOrderFile ASSIGN TO "Listing12-17PO.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS PurchaseOrderStatus.

       SELECT POSeedFile ASSIGN TO "Listing12-17Seq.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS POSeedStatus.

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

FD SupplierFile.
01 SupplierRec.
   88 EndOfSupplierFile        VALUE HIGH-VALUES.
   02 SupplierId-SUP           PIC X(4).
   02 SupplierName-SUP         PIC X(30).
   02 SupplierAddress-SUP      PIC X(40).

FD PurchaseOrderFile.
01 POLineRec.
   88 EndOfPOFile              VALUE HIGH-VALUES.
   02 PONumber-PO              PIC 9(6).
   02 SupplierId-PO            PIC X(4).
   02 PODate-PO                PIC 9(8).
   02 OilNum-PO                PIC 99.
   02 UnitSize-PO              PIC 9.
   02 QtyOrdered-PO            PIC 9(5).
   02 QtyReceived-PO           PIC 9(5).
   02 LineStatus-PO            PIC X.
      88 POLineOpen            VALUE "O".
      88 POLineClosed          VALUE "C".

FD POSeedFile.
01 POSeedRec.
   02 LastPONumber             PIC 9(6).

WORKING-STORAGE SECTION.
01 SupplierFileStatus      PIC XX.
   88 NoSupplierFile       VALUE "35".

01 PurchaseOrderStatus     PIC XX.
   88 NoPOFileYet          VALUE "35".

01 POSeedStatus            PIC XX.
   88 NoPOSeedYet          VALUE "35".

01 OilNamesTable.
   02 OilNameEntry         PIC X(16) OCCURS 14 TIMES.

01 StockTable.
   02 StockOil OCCURS 14 TIMES.
      03 StockCell OCCURS 3 TIMES.
         04 QtyInStock     PIC 9(5).
         04 ReplenishLevel PIC 9(5).
         04 ReorderQty     PIC 9(5).
         04 SupplierId     PIC X(4).
         04 QtyOnOrder     PIC 9(6).

01 SupplierTable.
   02 SupplierEntry OCCURS 50 TIMES.
      03 ST-SupplierId     PIC X(4).
      03 ST-SupplierName   PIC X(30).
      03 ST-SupplierAddress PIC X(40).

01 SupplierCount           PIC 99 VALUE ZERO.
01 SupplierIdx             PIC 99.
01 FoundSupplierIdx        PIC 99.

*  Lines to order, sorted on supplier before the orders are raised.
01 ReorderTable.
   02 ReorderEntry OCCURS 42 TIMES.
      03 RT-SupplierId     PIC X(4).
      03 RT-OilNum         PIC 99.
      03 RT-UnitSize       PIC 9.
      03 RT-Qty            PIC 9(6).

01 ReorderCount            PIC 99 VALUE ZERO.
01 ReorderIdx              PIC 99.
01 SubscriptA              PIC 99.
01 SubscriptB              PIC 99.
01 SwapEntry               PIC X(13).

01 OilIdx                  PIC 99.
01 SizeIdx                 PIC 9.
01 StockPosition           PIC 9(7).
01 QtyToOrder              PIC 9(6).
01 PrevSupplierId          PIC X(4).
01 NextPONumber            PIC 9(6).
01 RunDate                 PIC 9(8).

01 OrdersRaised            PIC 9(4) VALUE ZERO.
01 NoSupplierCount         PIC 9(4) VALUE ZERO.
01 PrnCount                PIC ZZZ9.

01 POLinePrint.
   02 FILLER               PIC X(4) VALUE SPACES.
   02 PrnOilNum            PIC 99.
   02 FILLER               PIC X(2) VALUE SPACES.
   02 PrnOilName           PIC X(16).
   02 FILLER               PIC X(7) VALUE "  size ".
   02 PrnUnitSize          PIC 9.
   02 FILLER               PIC X(4) VALUE SPACES.
   02 PrnQty               PIC ZZZ,ZZ9.

PROCEDURE DIVISION.
Begin.
    MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
    DISPLAY "Aromamora purchase order run - " RunDate
    PERFORM LoadOilNames
    PERFORM LoadStockTable
    PERFORM LoadSupplierTable
    PERFORM AddOpenOrders
    PERFORM VARYING OilIdx FROM 1 BY 1 UNTIL OilIdx > 14
       PERFORM VARYING SizeIdx FROM 1 BY 1 UNTIL SizeIdx > 3
          IF OilNameEntry(OilIdx) NOT = SPACES
             AND ReplenishLevel(OilIdx, SizeIdx) > ZERO
             PERFORM CheckOneOilSize
          END-IF
       END-PERFORM
    END-PERFORM
    IF ReorderCount > ZERO
       PERFORM SortReorderTable
       PERFORM RaisePurchaseOrders
    END-IF
    DISPLAY " "
    MOVE OrdersRaised TO PrnCount
    DISPLAY "Purchase orders raised      - " PrnCount
    MOVE ReorderCount TO PrnCount
    DISPLAY "Order lines                 - " PrnCount
    MOVE NoSupplierCount TO PrnCount
    DISPLAY "Below level with no supplier - " PrnCount
    STOP RUN.

LoadOilNames.
    MOVE SPACES TO OilNamesTable
    OPEN INPUT OilsPriceFile
    READ OilsPriceFile
       AT END SET EndOfOilsPriceFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfOilsPriceFile
       MOVE OilName-OPF TO OilNameEntry(OilNum-OPF)
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

LoadSupplierTable.
    OPEN INPUT SupplierFile
    IF NoSupplierFile
       DISPLAY "No supplier master - nothing can be ordered."
       EXIT PARAGRAPH
    END-IF
    READ SupplierFile
       AT END SET EndOfSupplierFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfSupplierFile
       IF SupplierCount = 50
          DISPLAY "More than 50 suppliers - the table must be "
                  "enlarged before this run."
          STOP RUN
       END-IF
       ADD 1 TO SupplierCount
       MOVE SupplierId-SUP      TO ST-SupplierId(SupplierCount)
       MOVE SupplierName-SUP    TO ST-SupplierName(SupplierCount)
       MOVE SupplierAddress-SUP TO ST-SupplierAddress(SupplierCount)
       READ SupplierFile
          AT END SET EndOfSupplierFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE SupplierFile.

AddOpenOrders.
*   Whatever is still to come in on an open line counts towards the
*   stock position, so an order is not raised twice.
    OPEN INPUT PurchaseOrderFile
    IF NoPOFileYet
       EXIT PARAGRAPH
    END-IF
    READ PurchaseOrderFile
       AT END SET EndOfPOFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfPOFile
       IF POLineOpen AND QtyOrdered-PO > QtyReceived-PO
          COMPUTE QtyOnOrder(OilNum-PO, UnitSize-PO) =
                  QtyOnOrder(OilNum-PO, UnitSize-PO)
                + QtyOrdered-PO - QtyReceived-PO
       END-IF
       READ PurchaseOrderFile
          AT END SET EndOfPOFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE PurchaseOrderFile.

CheckOneOilSize.
    COMPUTE StockPosition = QtyInStock(OilIdx, SizeIdx)
                          + QtyOnOrder(OilIdx, SizeIdx)
    IF StockPosition NOT LESS THAN ReplenishLevel(OilIdx, SizeIdx)
       EXIT PARAGRAPH
    END-IF
    MOVE SupplierId(OilIdx, SizeIdx) TO PrevSupplierId
    PERFORM FindSupplier
    IF FoundSupplierIdx = ZERO
       DISPLAY "No supplier - " OilNameEntry(OilIdx) " size "
               SizeIdx " is below its reorder level"
       ADD 1 TO NoSupplierCount
       EXIT PARAGRAPH
    END-IF
    IF ReorderQty(OilIdx, SizeIdx) = ZERO
       COMPUTE QtyToOrder =
               ReplenishLevel(OilIdx, SizeIdx) - StockPosition
    ELSE
       MOVE ZERO TO QtyToOrder
       PERFORM UNTIL StockPosition + QtyToOrder
                     NOT LESS THAN ReplenishLevel(OilIdx, SizeIdx)
          ADD ReorderQty(OilIdx, SizeIdx) TO QtyToOrder
       END-PERFORM
    END-IF
    ADD 1 TO ReorderCount
    MOVE SupplierId(OilIdx, SizeIdx) TO RT-SupplierId(ReorderCount)
    MOVE OilIdx     TO RT-OilNum(ReorderCount)
    MOVE SizeIdx    TO RT-UnitSize(ReorderCount)
    MOVE QtyToOrder TO RT-Qty(ReorderCount).

FindSupplier.
    MOVE ZERO TO FoundSupplierIdx
    PERFORM VARYING SupplierIdx FROM 1 BY 1
            UNTIL SupplierIdx > SupplierCount
       IF ST-SupplierId(SupplierIdx) = PrevSupplierId
          MOVE SupplierIdx TO FoundSupplierIdx
          EXIT PERFORM
       END-IF
    END-PERFORM.

SortReorderTable.
*   Supplier order; within a supplier the lines stay in oil and size
*   order because the sort only swaps on a higher supplier id.
    PERFORM VARYING SubscriptA FROM 1 BY 1
            UNTIL SubscriptA >= ReorderCount
       PERFORM VARYING SubscriptB FROM 1 BY 1
               UNTIL SubscriptB > ReorderCount - SubscriptA
          IF RT-SupplierId(SubscriptB) > RT-SupplierId(SubscriptB + 1)
             MOVE ReorderEntry(SubscriptB) TO SwapEntry
             MOVE ReorderEntry(SubscriptB + 1)
                  TO ReorderEntry(SubscriptB)
             MOVE SwapEntry TO ReorderEntry(SubscriptB + 1)
          END-IF
       END-PERFORM
    END-PERFORM.

RaisePurchaseOrders.
    PERFORM GetNextPONumber
    OPEN EXTEND PurchaseOrderFile
    IF NoPOFileYet
       OPEN OUTPUT PurchaseOrderFile
    END-IF
    MOVE SPACES TO PrevSupplierId
    PERFORM VARYING ReorderIdx FROM 1 BY 1
            UNTIL ReorderIdx > ReorderCount
       IF RT-SupplierId(ReorderIdx) NOT = PrevSupplierId
          MOVE RT-SupplierId(ReorderIdx) TO PrevSupplierId
          PERFORM StartPurchaseOrder
       END-IF
       PERFORM WriteOnePOLine
    END-PERFORM
    CLOSE PurchaseOrderFile
    PERFORM SaveNextPONumber.

StartPurchaseOrder.
    ADD 1 TO NextPONumber
    ADD 1 TO OrdersRaised
    PERFORM FindSupplier
    DISPLAY " "
    DISPLAY "PURCHASE ORDER " NextPONumber "   dated " RunDate
    DISPLAY "To  " PrevSupplierId "  " ST-SupplierName(FoundSupplierIdx)
    DISPLAY "          " ST-SupplierAddress(FoundSupplierIdx)
    DISPLAY "    No  Oil Name          Size          Qty".

WriteOnePOLine.
    MOVE NextPONumber              TO PONumber-PO
    MOVE PrevSupplierId            TO SupplierId-PO
    MOVE RunDate                   TO PODate-PO
    MOVE RT-OilNum(ReorderIdx)     TO OilNum-PO
    MOVE RT-UnitSize(ReorderIdx)   TO UnitSize-PO
    MOVE RT-Qty(ReorderIdx)        TO QtyOrdered-PO
    MOVE ZERO                      TO QtyReceived-PO
    SET POLineOpen                 TO TRUE
    WRITE POLineRec
    MOVE RT-OilNum(ReorderIdx)     TO PrnOilNum
    MOVE OilNameEntry(RT-OilNum(ReorderIdx)) TO PrnOilName
    MOVE RT-UnitSize(ReorderIdx)   TO PrnUnitSize
    MOVE RT-Qty(ReorderIdx)        TO PrnQty
    DISPLAY POLinePrint.

GetNextPONumber.
*  A missing seed file just means no purchase orders have been
*  raised yet.
    OPEN INPUT POSeedFile
    IF NoPOSeedYet
       MOVE ZERO TO LastPONumber
    ELSE
       READ POSeedFile
          AT END MOVE ZERO TO LastPONumber
       END-READ
       CLOSE POSeedFile
    END-IF
    MOVE LastPONumber TO NextPONumber.

SaveNextPONumber.
    OPEN OUTPUT POSeedFile
    MOVE NextPONumber TO LastPONumber
    WRITE POSeedRec
    CLOSE POSeedFile.
