IDENTIFICATION DIVISION.
PROGRAM-ID. Listing8-14.
AUTHOR.  Michael Coughlan.
* Shop stock posting and replenishment run.
* The shops used to phone their reorders through to the warehouse.
* The shop stock file now holds, per shop and ItemId, the units on
* hand and the minimum and maximum the shop should carry (levels set
* through the shop stock maintenance, Listing8-15).  Run daily after
* the shop sales summary (Listing8-1):
*   - the day's validated sales from the stock sales file come off
*     on-hand stock - sales held back by Listing8-1 as unknown items
*     or price exceptions are not on that file, and only reach it
*     once released through Listing8-15;
*   - deliveries recorded through Listing8-15 go on;
*   - both files are emptied once posted so nothing is posted twice;
*   - a pick list is printed per shop for every item now below its
*     minimum, ordered up to its maximum, followed by the
*     consolidated warehouse picking total per ItemId.
* A sale of more units than the file shows on hand leaves the stock
* at zero and is reported as a shortfall for a stock count, and a
* sale or delivery for an item the shop has no levels for creates
* the stock record and is reported so the levels can be set.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT StockFile ASSIGN TO "Listing8-14Stock.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS StockStatus.

    SELECT StockSalesFile ASSIGN TO "Listing8-1StockSales.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS StockSalesStatus.

    SELECT DeliveriesFile ASSIGN TO "Listing8-15Deliveries.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DeliveriesStatus.

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

FD  StockSalesFile.
01  StockSaleRec.
    88 EndOfStockSales   VALUE HIGH-VALUES.
    02 ShopId-SS         PIC X(5).
    02 ItemId-SS         PIC X(8).
    02 QtySold-SS        PIC 9(3).

FD  DeliveriesFile.
01  DeliveryRec.
    88 EndOfDeliveries   VALUE HIGH-VALUES.
    02 ShopId-DL         PIC X(5).
    02 ItemId-DL         PIC X(8).
    02 QtyDelivered-DL   PIC 9(5).

FD  ItemMasterFile.
01  ItemMasterRec.
    88 EndOfItemMasterFile VALUE HIGH-VALUES.
    02 ItemId-IM         PIC X(8).
    02 ItemDescr-IM      PIC X(20).
    02 StdPrice-IM       PIC 999V99.

WORKING-STORAGE SECTION.
01 StockStatus            PIC XX.
   88 NoStockFileYet      VALUE "35".
01 StockSalesStatus       PIC XX.
   88 NoStockSales        VALUE "35".
01 DeliveriesStatus       PIC XX.
   88 NoDeliveries        VALUE "35".

01 ItemMasterTable.
   02 ItemMasterEntry OCCURS 500 TIMES
              ASCENDING KEY IS ItemId-IMT
              INDEXED BY IMIdx.
      03 ItemId-IMT       PIC X(8).
      03 ItemDescr-IMT    PIC X(20).
      03 StdPrice-IMT     PIC 999V99.

*  The whole stock file, posted in place and written back in shop
*  and ItemId order.
01 StockTable.
   02 StockEntry OCCURS 2000 TIMES.
      03 ST-Key.
         04 ST-ShopId     PIC X(5).
         04 ST-ItemId     PIC X(8).
      03 ST-OnHand        PIC 9(5).
      03 ST-MinQty        PIC 9(5).
      03 ST-MaxQty        PIC 9(5).

01 StockCount             PIC 9(4) VALUE ZERO.
01 StockIdx               PIC 9(4).
01 SubscriptA             PIC 9(4).
01 SubscriptB             PIC 9(4).
01 SwapStockEntry         PIC X(28).

01 LookupShopId           PIC X(5).
01 LookupItemId           PIC X(8).
01 FILLER                 PIC X VALUE "n".
   88 StockFound          VALUE "y".
   88 StockNotFound       VALUE "n".

*  Consolidated picking per ItemId across the shops.
01 PickTotalTable.
   02 PickTotalEntry OCCURS 500 TIMES.
      03 PT-ItemId        PIC X(8).
      03 PT-Units         PIC 9(7).
      03 PT-Shops         PIC 9(4).

01 PickTotalCount         PIC 999 VALUE ZERO.
01 PickTotalIdx           PIC 999.
01 SwapPickTotal          PIC X(19).
01 FILLER                 PIC X VALUE "n".
   88 PickItemFound       VALUE "y".
   88 PickItemNotFound    VALUE "n".

01 PickQty                PIC 9(5).
01 CurrentShopId          PIC X(5).
01 ShopPickLines          PIC 9(4).
01 ShopPickUnits          PIC 9(7).
01 ShopsToPick            PIC 9(4) VALUE ZERO.

01 SalesPosted            PIC 9(6) VALUE ZERO.
01 DeliveriesPosted       PIC 9(6) VALUE ZERO.
01 Shortfalls             PIC 9(4) VALUE ZERO.
01 RecordsCreated         PIC 9(4) VALUE ZERO.
01 PrnCount               PIC ZZZ,ZZ9.

01 ShopPickHeading.
   02 FILLER              PIC X(11) VALUE "PICK LIST -".
   02 FILLER              PIC X(6)  VALUE " shop ".
   02 PrnPickShopId       PIC X(5).

01 PickColumnHeading      PIC X(55) VALUE
   "ItemId    Description        On hand    Min   Max  Pick".

01 PickLine.
   02 PrnPickItemId       PIC X(8).
   02 FILLER              PIC X(2) VALUE SPACES.
   02 PrnPickDescr        PIC X(20).
   02 PrnPickOnHand       PIC ZZ,ZZ9.
   02 FILLER              PIC X VALUE SPACE.
   02 PrnPickMin          PIC ZZ,ZZ9.
   02 PrnPickMax          PIC ZZ,ZZ9.
   02 PrnPickQty          PIC ZZ,ZZ9.

01 ShopPickTotalLine.
   02 FILLER              PIC X(10) VALUE SPACES.
   02 FILLER              PIC X(17) VALUE "Lines to pick - ".
   02 PrnShopLines        PIC ZZZ9.
   02 FILLER              PIC X(11) VALUE "   units - ".
   02 PrnShopUnits        PIC Z,ZZZ,ZZ9.

01 WarehouseHeading       PIC X(44) VALUE
   "ItemId    Description         Shops    Units".

01 WarehouseLine.
   02 PrnWHItemId         PIC X(8).
   02 FILLER              PIC X(2) VALUE SPACES.
   02 PrnWHDescr          PIC X(20).
   02 PrnWHShops          PIC Z,ZZ9.
   02 PrnWHUnits          PIC Z,ZZZ,ZZ9.

01 StockNoteLine.
   02 FILLER              PIC X(5) VALUE "Shop ".
   02 PrnNoteShopId       PIC X(5).
   02 FILLER              PIC X(6) VALUE " item ".
   02 PrnNoteItemId       PIC X(8).
   02 FILLER              PIC X(3) VALUE " - ".
   02 PrnNoteText         PIC X(40).

PROCEDURE DIVISION.
Begin.
   PERFORM LoadItemMasterTable
   PERFORM LoadStockTable
   DISPLAY "=== STOCK POSTING ==="
   PERFORM PostStockSales
   PERFORM PostDeliveries
   PERFORM SortStockTable
   PERFORM WriteStockFile
   PERFORM PrintPickLists
   PERFORM PrintWarehouseTotals
   DISPLAY " "
   MOVE SalesPosted TO PrnCount
   DISPLAY "Sales posted            - " PrnCount
   MOVE DeliveriesPosted TO PrnCount
   DISPLAY "Deliveries posted       - " PrnCount
   MOVE Shortfalls TO PrnCount
   DISPLAY "Stock shortfalls        - " PrnCount
   MOVE RecordsCreated TO PrnCount
   DISPLAY "Stock records created   - " PrnCount
   MOVE ShopsToPick TO PrnCount
   DISPLAY "Shops with a pick list  - " PrnCount
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
      MOVE ShopId-SF TO ST-ShopId(StockCount)
      MOVE ItemId-SF TO ST-ItemId(StockCount)
      MOVE OnHand-SF TO ST-OnHand(StockCount)
      MOVE MinQty-SF TO ST-MinQty(StockCount)
      MOVE MaxQty-SF TO ST-MaxQty(StockCount)
      READ StockFile
         AT END SET EndOfStockFile TO TRUE
      END-READ
   END-PERFORM
   CLOSE StockFile.

FindOrAddStock.
*  Leaves StockIdx on the entry for LookupShopId/LookupItemId,
*  creating one with no levels when the shop has no record yet.
   SET StockNotFound TO TRUE
   PERFORM VARYING StockIdx FROM 1 BY 1
           UNTIL StockIdx > StockCount OR StockFound
      IF ST-ShopId(StockIdx) = LookupShopId
         AND ST-ItemId(StockIdx) = LookupItemId
         SET StockFound TO TRUE
      END-IF
   END-PERFORM
   IF StockFound
      SUBTRACT 1 FROM StockIdx
      EXIT PARAGRAPH
   END-IF
   IF StockCount = 2000
      DISPLAY "More than 2000 shop stock records - the table "
              "must be enlarged before this run."
      STOP RUN
   END-IF
   ADD 1 TO StockCount
   MOVE StockCount   TO StockIdx
   MOVE LookupShopId TO ST-ShopId(StockIdx)
   MOVE LookupItemId TO ST-ItemId(StockIdx)
   MOVE ZEROS TO ST-OnHand(StockIdx), ST-MinQty(StockIdx),
                 ST-MaxQty(StockIdx)
   ADD 1 TO RecordsCreated
   MOVE LookupShopId TO PrnNoteShopId
   MOVE LookupItemId TO PrnNoteItemId
   MOVE "no stock record - created, set levels" TO PrnNoteText
   DISPLAY StockNoteLine.

PostStockSales.
   OPEN INPUT StockSalesFile
   IF NoStockSales
      EXIT PARAGRAPH
   END-IF
   READ StockSalesFile
      AT END SET EndOfStockSales TO TRUE
   END-READ
   PERFORM UNTIL EndOfStockSales
      MOVE ShopId-SS TO LookupShopId
      MOVE ItemId-SS TO LookupItemId
      PERFORM FindOrAddStock
      IF QtySold-SS > ST-OnHand(StockIdx)
         MOVE ZERO TO ST-OnHand(StockIdx)
         ADD 1 TO Shortfalls
         MOVE ShopId-SS TO PrnNoteShopId
         MOVE ItemId-SS TO PrnNoteItemId
         MOVE "sold more than on hand - count the stock"
              TO PrnNoteText
         DISPLAY StockNoteLine
      ELSE
         SUBTRACT QtySold-SS FROM ST-OnHand(StockIdx)
      END-IF
      ADD 1 TO SalesPosted
      READ StockSalesFile
         AT END SET EndOfStockSales TO TRUE
      END-READ
   END-PERFORM
   CLOSE StockSalesFile
   OPEN OUTPUT StockSalesFile
   CLOSE StockSalesFile.

PostDeliveries.
   OPEN INPUT DeliveriesFile
   IF NoDeliveries
      EXIT PARAGRAPH
   END-IF
   READ DeliveriesFile
      AT END SET EndOfDeliveries TO TRUE
   END-READ
   PERFORM UNTIL EndOfDeliveries
      MOVE ShopId-DL TO LookupShopId
      MOVE ItemId-DL TO LookupItemId
      PERFORM FindOrAddStock
      ADD QtyDelivered-DL TO ST-OnHand(StockIdx)
      ADD 1 TO DeliveriesPosted
      READ DeliveriesFile
         AT END SET EndOfDeliveries TO TRUE
      END-READ
   END-PERFORM
   CLOSE DeliveriesFile
   OPEN OUTPUT DeliveriesFile
   CLOSE DeliveriesFile.

SortStockTable.
   PERFORM VARYING SubscriptA FROM 1 BY 1
           UNTIL SubscriptA >= StockCount
      PERFORM VARYING SubscriptB FROM 1 BY 1
              UNTIL SubscriptB > StockCount - SubscriptA
         IF ST-Key(SubscriptB) > ST-Key(SubscriptB + 1)
            MOVE StockEntry(SubscriptB)     TO SwapStockEntry
            MOVE StockEntry(SubscriptB + 1) TO StockEntry(SubscriptB)
            MOVE SwapStockEntry TO StockEntry(SubscriptB + 1)
         END-IF
      END-PERFORM
   END-PERFORM.

WriteStockFile.
   OPEN OUTPUT StockFile
   PERFORM VARYING StockIdx FROM 1 BY 1 UNTIL StockIdx > StockCount
      MOVE ST-ShopId(StockIdx) TO ShopId-SF
      MOVE ST-ItemId(StockIdx) TO ItemId-SF
      MOVE ST-OnHand(StockIdx) TO OnHand-SF
      MOVE ST-MinQty(StockIdx) TO MinQty-SF
      MOVE ST-MaxQty(StockIdx) TO MaxQty-SF
      WRITE StockRec
   END-PERFORM
   CLOSE StockFile.

PrintPickLists.
*  The table is in shop order, so each shop's list is printed as
*  its entries go past; the heading waits for the shop's first line.
   MOVE SPACES TO CurrentShopId
   PERFORM VARYING StockIdx FROM 1 BY 1 UNTIL StockIdx > StockCount
      IF ST-ShopId(StockIdx) NOT = CurrentShopId
         PERFORM EndShopPickList
         MOVE ST-ShopId(StockIdx) TO CurrentShopId
         MOVE ZEROS TO ShopPickLines, ShopPickUnits
      END-IF
      IF ST-OnHand(StockIdx) < ST-MinQty(StockIdx)
         AND ST-MaxQty(StockIdx) > ST-OnHand(StockIdx)
         PERFORM PrintOnePickLine
      END-IF
   END-PERFORM
   PERFORM EndShopPickList.

PrintOnePickLine.
   IF ShopPickLines = ZERO
      MOVE CurrentShopId TO PrnPickShopId
      DISPLAY " "
      DISPLAY ShopPickHeading
      DISPLAY PickColumnHeading
      ADD 1 TO ShopsToPick
   END-IF
   COMPUTE PickQty = ST-MaxQty(StockIdx) - ST-OnHand(StockIdx)
   MOVE ST-ItemId(StockIdx) TO PrnPickItemId
   SEARCH ALL ItemMasterEntry
      AT END MOVE "** unknown item **" TO PrnPickDescr
      WHEN ItemId-IMT(IMIdx) = ST-ItemId(StockIdx)
         MOVE ItemDescr-IMT(IMIdx) TO PrnPickDescr
   END-SEARCH
   MOVE ST-OnHand(StockIdx) TO PrnPickOnHand
   MOVE ST-MinQty(StockIdx) TO PrnPickMin
   MOVE ST-MaxQty(StockIdx) TO PrnPickMax
   MOVE PickQty             TO PrnPickQty
   DISPLAY PickLine
   ADD 1 TO ShopPickLines
   ADD PickQty TO ShopPickUnits
   PERFORM AddToPickTotals.

EndShopPickList.
   IF ShopPickLines NOT = ZERO
      MOVE ShopPickLines TO PrnShopLines
      MOVE ShopPickUnits TO PrnShopUnits
      DISPLAY ShopPickTotalLine
   END-IF.

AddToPickTotals.
   SET PickItemNotFound TO TRUE
   PERFORM VARYING PickTotalIdx FROM 1 BY 1
           UNTIL PickTotalIdx > PickTotalCount OR PickItemFound
      IF PT-ItemId(PickTotalIdx) = ST-ItemId(StockIdx)
         SET PickItemFound TO TRUE
      END-IF
   END-PERFORM
   IF PickItemFound
      SUBTRACT 1 FROM PickTotalIdx
   ELSE
      IF PickTotalCount = 500
         DISPLAY "More than 500 items to pick - the table must be "
                 "enlarged before this run."
         STOP RUN
      END-IF
      ADD 1 TO PickTotalCount
      MOVE PickTotalCount TO PickTotalIdx
      MOVE ST-ItemId(StockIdx) TO PT-ItemId(PickTotalIdx)
      MOVE ZEROS TO PT-Units(PickTotalIdx), PT-Shops(PickTotalIdx)
   END-IF
   ADD PickQty TO PT-Units(PickTotalIdx)
   ADD 1       TO PT-Shops(PickTotalIdx).

PrintWarehouseTotals.
   PERFORM VARYING SubscriptA FROM 1 BY 1
           UNTIL SubscriptA >= PickTotalCount
      PERFORM VARYING SubscriptB FROM 1 BY 1
              UNTIL SubscriptB > PickTotalCount - SubscriptA
         IF PT-ItemId(SubscriptB) > PT-ItemId(SubscriptB + 1)
            MOVE PickTotalEntry(SubscriptB)     TO SwapPickTotal
            MOVE PickTotalEntry(SubscriptB + 1)
                 TO PickTotalEntry(SubscriptB)
            MOVE SwapPickTotal TO PickTotalEntry(SubscriptB + 1)
         END-IF
      END-PERFORM
   END-PERFORM
   DISPLAY " "
   DISPLAY "=== WAREHOUSE PICKING TOTAL ==="
   IF PickTotalCount = ZERO
      DISPLAY "No shop is below its minimum - nothing to pick."
      EXIT PARAGRAPH
   END-IF
   DISPLAY WarehouseHeading
   PERFORM VARYING PickTotalIdx FROM 1 BY 1
           UNTIL PickTotalIdx > PickTotalCount
      MOVE PT-ItemId(PickTotalIdx) TO PrnWHItemId
      SEARCH ALL ItemMasterEntry
         AT END MOVE "** unknown item **" TO PrnWHDescr
         WHEN ItemId-IMT(IMIdx) = PT-ItemId(PickTotalIdx)
            MOVE ItemDescr-IMT(IMIdx) TO PrnWHDescr
      END-SEARCH
      MOVE PT-Shops(PickTotalIdx) TO PrnWHShops
      MOVE PT-Units(PickTotalIdx) TO PrnWHUnits
      DISPLAY WarehouseLine
   END-PERFORM.
