IDENTIFICATION DIVISION.
PROGRAM-ID. Listing8-15.
AUTHOR.  Michael Coughlan.
* Shop stock maintenance.
* Keeps the shop stock file used by the replenishment run
* (Listing8-14).  The operator can:
*   - set a shop's levels for an ItemId - the minimum below which the
*     item is replenished, the maximum it is ordered up to, and
*     optionally a counted on-hand quantity after a stock count; the
*     ItemId is validated against the item master Listing8-1 reads;
*   - record a delivery to a shop, appended to the deliveries file
*     the replenishment run adds to on-hand stock;
*   - resolve the sales Listing8-1 held back: each held sale is shown
*     with its reason and can be released to the stock sales file
*     (an unknown item first corrected to a real ItemId), dropped, or
*     skipped and left held for another session.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT StockFile ASSIGN TO "Listing8-14Stock.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS StockStatus.

    SELECT DeliveriesFile ASSIGN TO "Listing8-15Deliveries.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DeliveriesStatus.

    SELECT HeldSalesFile ASSIGN TO "Listing8-1Held.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HeldSalesStatus.

    SELECT StillHeldFile ASSIGN TO "Listing8-15StillHeld.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

    SELECT StockSalesFile ASSIGN TO "Listing8-1StockSales.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS StockSalesStatus.

    SELECT ItemMasterFile ASSIGN TO "Listing8-1-Items.Dat"
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  StockFile.
01  StockRec.
    88 EndOfStockFile    VALUE HIGH-VALUES.
    02 ShopId-SF         PIC X(5).
    02 ItemId-SF         PIC X(8).
    02 OnHand-SF         PIC 9(5).
    02 MinQty-SF         PIC 9(5).
    02 MaxQty-SF         PIC 9(5).

FD  DeliveriesFile.
01  DeliveryRec.
    02 ShopId-DL         PIC X(5).
    02 ItemId-DL         PIC X(8).
    02 QtyDelivered-DL   PIC 9(5).

FD  HeldSalesFile.
01  HeldSaleRec.
    88 EndOfHeldSales    VALUE HIGH-VALUES.
    02 ShopId-HS         PIC X(5).
    02 ItemId-HS         PIC X(8).
    02 QtySold-HS        PIC 9(3).
    02 ItemCost-HS       PIC 999V99.
    02 HeldReason-HS     PIC X(4).
       88 HeldUnknownItem VALUE "ITEM".
       88 HeldWrongPrice  VALUE "PRCE".

FD  StillHeldFile.
01  StillHeldRec         PIC X(25).

FD  StockSalesFile.
01  StockSaleRec.
    02 ShopId-SS         PIC X(5).
    02 ItemId-SS         PIC X(8).
    02 QtySold-SS        PIC 9(3).

FD  ItemMasterFile.
01  ItemMasterRec.
    88 EndOfItemMasterFile VALUE HIGH-VALUES.
    02 ItemId-IM         PIC X(8).
    02 ItemDescr-IM      PIC X(20).
    02 StdPrice-IM       PIC 999V99.

WORKING-STORAGE SECTION.
01 StockStatus            PIC XX.
   88 NoStockFileYet      VALUE "35".
01 DeliveriesStatus       PIC XX.
   88 NoDeliveriesYet     VALUE "35".
01 HeldSalesStatus        PIC XX.
   88 NoHeldSales         VALUE "35".
01 StockSalesStatus       PIC XX.
   88 NoStockSalesYet     VALUE "35".

01 ItemMasterTable.
   02 ItemMasterEntry OCCURS 500 TIMES
              ASCENDING KEY IS ItemId-IMT
              INDEXED BY IMIdx.
      03 ItemId-IMT       PIC X(8).
      03 ItemDescr-IMT    PIC X(20).
      03 StdPrice-IMT     PIC 999V99.

*  The stock file is held here for the session and written back
*  when the operator quits.
01 StockTable.
   02 StockEntry OCCURS 2000 TIMES.
      03 ST-ShopId        PIC X(5).
      03 ST-ItemId        PIC X(8).
      03 ST-OnHand        PIC 9(5).
      03 ST-MinQty        PIC 9(5).
      03 ST-MaxQty        PIC 9(5).

01 StockCount             PIC 9(4) VALUE ZERO.
01 StockIdx               PIC 9(4).
01 FILLER                 PIC X VALUE "n".
   88 StockFound          VALUE "y".
   88 StockNotFound       VALUE "n".
01 FILLER                 PIC X VALUE "n".
   88 StockChanged        VALUE "y".

01 MenuChoice             PIC X.
   88 ChoseSetLevels      VALUE "1".
   88 ChoseDelivery       VALUE "2".
   88 ChoseHeldSales      VALUE "3".
   88 ChoseQuit           VALUE "0".
   88 ValidMenuChoice     VALUE "0", "1", "2", "3".

01 EnteredShopId          PIC X(5).
01 EnteredItemId          PIC X(8).
01 EnteredQty             PIC X(5).
01 EnteredQtyN REDEFINES EnteredQty
                          PIC 9(5).
01 EnteredMin             PIC 9(5) VALUE ZERO.
01 EnteredMax             PIC 9(5) VALUE ZERO.

01 FILLER                 PIC X VALUE "n".
   88 FieldAccepted       VALUE "y".
   88 FieldRejected       VALUE "n".
01 FILLER                 PIC X VALUE "n".
   88 BlankQtyAllowed     VALUE "y".
   88 BlankQtyNotAllowed  VALUE "n".

01 Decision               PIC X.
   88 DecisionRelease     VALUE "R", "r".
   88 DecisionDrop        VALUE "D", "d".
   88 DecisionSkip        VALUE "S", "s".
   88 ValidDecision       VALUE "R", "r", "D", "d", "S", "s".

01 FILLER                 PIC X VALUE "n".
   88 CopyBackDone        VALUE "y".
   88 CopyBackLeft        VALUE "n".

01 LevelsSet              PIC 9(4) VALUE ZERO.
01 DeliveriesRecorded     PIC 9(4) VALUE ZERO.
01 HeldReleased           PIC 9(4) VALUE ZERO.
01 HeldDropped            PIC 9(4) VALUE ZERO.
01 HeldSkipped            PIC 9(4) VALUE ZERO.
01 PrnCount               PIC ZZZ9.

PROCEDURE DIVISION.
Begin.
   DISPLAY "Shop stock maintenance"
   PERFORM LoadItemMasterTable
   PERFORM LoadStockTable
   PERFORM DisplayMenuAndGetChoice
   PERFORM UNTIL ChoseQuit
      EVALUATE TRUE
          WHEN ChoseSetLevels PERFORM SetStockLevels
          WHEN ChoseDelivery  PERFORM RecordDelivery
          WHEN ChoseHeldSales PERFORM ResolveHeldSales
      END-EVALUATE
      PERFORM DisplayMenuAndGetChoice
   END-PERFORM
   IF StockChanged
      PERFORM WriteStockFile
   END-IF
   MOVE LevelsSet TO PrnCount
   DISPLAY "Stock levels set      - " PrnCount
   MOVE DeliveriesRecorded TO PrnCount
   DISPLAY "Deliveries recorded   - " PrnCount
   MOVE HeldReleased TO PrnCount
   DISPLAY "Held sales released   - " PrnCount
   MOVE HeldDropped TO PrnCount
   DISPLAY "Held sales dropped    - " PrnCount
   MOVE HeldSkipped TO PrnCount
   DISPLAY "Held sales still held - " PrnCount
   STOP RUN.

LoadItemMasterTable.
   MOVE HIGH-VALUES TO ItemMasterTable
   OPEN INPUT ItemMasterFile
   READ ItemMasterFile
      AT END SET EndOfItemMasterFile TO TRUE
   END-READ
   PERFORM VARYING IMIdx FROM 1 BY 1 UNTIL EndOfItemMasterFile
      MOVE ItemMasterRec TO ItemMasterEntry(IMIdx)
      READ ItemMasterFile
         AT END SET EndOfItemMasterFile TO TRUE
      END-READ
   END-PERFORM
   CLOSE ItemMasterFile.

LoadStockTable.
   OPEN INPUT StockFile
   IF NoStockFileYet
      EXIT PARAGRAPH
   END-IF
   READ StockFile
      AT END SET EndOfStockFile TO TRUE
   END-READ
   PERFORM UNTIL EndOfStockFile
      IF StockCount = 2000
         DISPLAY "More than 2000 shop stock records - the table "
                 "must be enlarged before this run."
         STOP RUN
      END-IF
      ADD 1 TO StockCount
      MOVE StockRec TO StockEntry(StockCount)
      READ StockFile
         AT END SET EndOfStockFile TO TRUE
      END-READ
   END-PERFORM
   CLOSE StockFile.

WriteStockFile.
*  New records go on the end; the replenishment run puts the file
*  back into shop and ItemId order.
   OPEN OUTPUT StockFile
   PERFORM VARYING StockIdx FROM 1 BY 1 UNTIL StockIdx > StockCount
      WRITE StockRec FROM StockEntry(StockIdx)
   END-PERFORM
   CLOSE StockFile.

DisplayMenuAndGetChoice.
   DISPLAY " "
   DISPLAY "1. Set stock levels for a shop item"
   DISPLAY "2. Record a delivery to a shop"
   DISPLAY "3. Resolve held sales"
   DISPLAY "0. Quit"
   MOVE SPACE TO MenuChoice
   PERFORM UNTIL ValidMenuChoice
      DISPLAY "Enter choice - " WITH NO ADVANCING
      ACCEPT MenuChoice
   END-PERFORM.

SetStockLevels.
   PERFORM GetShopId
   PERFORM GetValidItemId
   SET StockNotFound TO TRUE
   PERFORM VARYING StockIdx FROM 1 BY 1
           UNTIL StockIdx > StockCount OR StockFound
      IF ST-ShopId(StockIdx) = EnteredShopId
         AND ST-ItemId(StockIdx) = EnteredItemId
         SET StockFound TO TRUE
      END-IF
   END-PERFORM
   IF StockFound
      SUBTRACT 1 FROM StockIdx
      DISPLAY "On hand " ST-OnHand(StockIdx) "  min "
              ST-MinQty(StockIdx) "  max " ST-MaxQty(StockIdx)
   ELSE
      IF StockCount = 2000
         DISPLAY "More than 2000 shop stock records - the table "
                 "must be enlarged before this run."
         EXIT PARAGRAPH
      END-IF
      ADD 1 TO StockCount
      MOVE StockCount    TO StockIdx
      MOVE EnteredShopId TO ST-ShopId(StockIdx)
      MOVE EnteredItemId TO ST-ItemId(StockIdx)
      MOVE ZEROS TO ST-OnHand(StockIdx), ST-MinQty(StockIdx),
                    ST-MaxQty(StockIdx)
      DISPLAY "New stock record for this shop."
   END-IF
   SET BlankQtyNotAllowed TO TRUE
   PERFORM UNTIL EnteredMax NOT < EnteredMin AND EnteredMax > ZERO
      DISPLAY "Minimum quantity"
      PERFORM GetValidQty
      MOVE EnteredQtyN TO EnteredMin
      DISPLAY "Maximum quantity"
      PERFORM GetValidQty
      MOVE EnteredQtyN TO EnteredMax
      IF EnteredMax < EnteredMin OR EnteredMax = ZERO
         DISPLAY "Maximum must be above zero and not below minimum."
      END-IF
   END-PERFORM
   MOVE EnteredMin TO ST-MinQty(StockIdx)
   MOVE EnteredMax TO ST-MaxQty(StockIdx)
   DISPLAY "Counted on hand (blank to keep)"
   SET BlankQtyAllowed TO TRUE
   PERFORM GetValidQty
   IF EnteredQty NOT = SPACES
      MOVE EnteredQtyN TO ST-OnHand(StockIdx)
   END-IF
   MOVE ZEROS TO EnteredMin, EnteredMax
   SET StockChanged TO TRUE
   ADD 1 TO LevelsSet
   DISPLAY "Levels set.".

RecordDelivery.
   PERFORM GetShopId
   PERFORM GetValidItemId
   DISPLAY "Quantity delivered"
   SET BlankQtyNotAllowed TO TRUE
   PERFORM GetValidQty
   IF EnteredQtyN = ZERO
      DISPLAY "Nothing delivered - not recorded."
      EXIT PARAGRAPH
   END-IF
   OPEN EXTEND DeliveriesFile
   IF NoDeliveriesYet
      OPEN OUTPUT DeliveriesFile
   END-IF
   MOVE EnteredShopId TO ShopId-DL
   MOVE EnteredItemId TO ItemId-DL
   MOVE EnteredQtyN   TO QtyDelivered-DL
   WRITE DeliveryRec
   CLOSE DeliveriesFile
   ADD 1 TO DeliveriesRecorded
   DISPLAY "Delivery recorded.".

ResolveHeldSales.
   OPEN INPUT HeldSalesFile
   IF NoHeldSales
      DISPLAY "No sales are held."
      EXIT PARAGRAPH
   END-IF
   OPEN OUTPUT StillHeldFile
   OPEN EXTEND StockSalesFile
   IF NoStockSalesYet
      OPEN OUTPUT StockSalesFile
   END-IF
   READ HeldSalesFile
      AT END SET EndOfHeldSales TO TRUE
   END-READ
   PERFORM ResolveOneHeldSale UNTIL EndOfHeldSales
   CLOSE HeldSalesFile, StillHeldFile, StockSalesFile
   PERFORM CopyStillHeldBack.

ResolveOneHeldSale.
   DISPLAY " "
   DISPLAY "Shop " ShopId-HS "  item " ItemId-HS "  qty " QtySold-HS
           "  at " ItemCost-HS
   IF HeldUnknownItem
      DISPLAY "Held - item not on the item master"
   ELSE
      DISPLAY "Held - not sold at the standard price"
   END-IF
   MOVE SPACE TO Decision
   PERFORM UNTIL ValidDecision
      DISPLAY "Release, Drop or Skip (R/D/S) - " WITH NO ADVANCING
      ACCEPT Decision
   END-PERFORM
   IF DecisionRelease
      MOVE ItemId-HS TO EnteredItemId
      SEARCH ALL ItemMasterEntry
         AT END
            DISPLAY "Item " ItemId-HS " is still not on the master -"
                    " key the correct ItemId"
            PERFORM GetValidItemId
         WHEN ItemId-IMT(IMIdx) = ItemId-HS
            CONTINUE
      END-SEARCH
      MOVE ShopId-HS     TO ShopId-SS
      MOVE EnteredItemId TO ItemId-SS
      MOVE QtySold-HS    TO QtySold-SS
      WRITE StockSaleRec
      ADD 1 TO HeldReleased
   END-IF
   IF DecisionDrop
      ADD 1 TO HeldDropped
   END-IF
   IF DecisionSkip
      WRITE StillHeldRec FROM HeldSaleRec
      ADD 1 TO HeldSkipped
   END-IF
   READ HeldSalesFile
      AT END SET EndOfHeldSales TO TRUE
   END-READ.

CopyStillHeldBack.
*  The skipped sales become the held sales file again.
   OPEN INPUT StillHeldFile
   OPEN OUTPUT HeldSalesFile
   SET CopyBackLeft TO TRUE
   PERFORM UNTIL CopyBackDone
      READ StillHeldFile
         AT END SET CopyBackDone TO TRUE
         NOT AT END WRITE HeldSaleRec FROM StillHeldRec
      END-READ
   END-PERFORM
   CLOSE StillHeldFile, HeldSalesFile.

GetShopId.
   MOVE SPACES TO EnteredShopId
   PERFORM UNTIL EnteredShopId NOT = SPACES
      DISPLAY "ShopId - " WITH NO ADVANCING
      ACCEPT EnteredShopId
   END-PERFORM.

GetValidItemId.
   SET FieldRejected TO TRUE
   PERFORM UNTIL FieldAccepted
      DISPLAY "ItemId - " WITH NO ADVANCING
      ACCEPT EnteredItemId
      SEARCH ALL ItemMasterEntry
         AT END
            DISPLAY "Item " EnteredItemId " is not on the item master."
         WHEN ItemId-IMT(IMIdx) = EnteredItemId
            DISPLAY "Item - " ItemDescr-IMT(IMIdx)
            SET FieldAccepted TO TRUE
      END-SEARCH
   END-PERFORM.

GetValidQty.
*  Quantities are keyed as five digits; blank only where allowed.
   SET FieldRejected TO TRUE
   PERFORM UNTIL FieldAccepted
      DISPLAY "Quantity (5 digits) - " WITH NO ADVANCING
      ACCEPT EnteredQty
      EVALUATE TRUE
         WHEN EnteredQty = SPACES AND BlankQtyAllowed
            SET FieldAccepted TO TRUE
         WHEN EnteredQty NOT NUMERIC
            DISPLAY "Quantity must be 5 digits - " EnteredQty
         WHEN OTHER
            SET FieldAccepted TO TRUE
      END-EVALUATE
   END-PERFORM.
