* differs from the standard price, go to an exception report.  A
* cross-shop rollup of units and value sold per ItemId is printed
* after the shop summaries.
* Each validated sale (known item, sold at the standard price) is
* appended to the stock sales file as shop, ItemId and units sold,
* for the stock posting and replenishment run (Listing8-14) to take
* off each shop's on-hand stock.  Sales of unknown items and sales at
* the wrong price are held back on the held sales file instead, with
* the reason, until they are resolved through the shop stock
* maintenance (Listing8-15).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    SELECT ItemMasterFile ASSIGN TO "Listing8-1-Items.Dat"
            ORGANIZATION IS LINE SEQUENTIAL.

    SELECT StockSalesFile ASSIGN TO "Listing8-1StockSales.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS StockSalesStatus.

    SELECT HeldSalesFile ASSIGN TO "Listing8-1Held.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS HeldSalesStatus.

DATA DIVISION.
FILE SECTION.
FD ShopReceiptsFile.
   02 ItemDescr-IM       PIC X(20).
   02 StdPrice-IM        PIC 999V99.

FD StockSalesFile.
01 StockSaleRec.
   02 ShopId-SS          PIC X(5).
   02 ItemId-SS          PIC X(8).
   02 QtySold-SS         PIC 9(3).

FD HeldSalesFile.
01 HeldSaleRec.
   02 ShopId-HS          PIC X(5).
   02 ItemId-HS          PIC X(8).
   02 QtySold-HS         PIC 9(3).
   02 ItemCost-HS        PIC 999V99.
   02 HeldReason-HS      PIC X(4).
      88 HeldUnknownItem VALUE "ITEM".
      88 HeldWrongPrice  VALUE "PRCE".

WORKING-STORAGE SECTION.
01 StockSalesStatus      PIC XX.
   88 NoStockSalesYet    VALUE "35".
01 HeldSalesStatus       PIC XX.
   88 NoHeldSalesYet     VALUE "35".

01 HoldReason            PIC X(4).
   88 SaleIsClean        VALUE SPACES.
01 StockSalesWritten     PIC 9(5) VALUE ZERO.
01 SalesHeldBack         PIC 9(5) VALUE ZERO.

01 PrnShopSalesTotal.
   02 FILLER             PIC X(21) VALUE "Total sales for shop ".
   02 PrnShopId          PIC X(5).
            WITH NO ADVANCING
    ACCEPT VarianceTolerance
    PERFORM LoadItemMasterTable
    PERFORM OpenStockSalesFiles
    OPEN INPUT ShopReceiptsFile
    MOVE ZEROS TO FinalTotal
    READ ShopReceiptsFile
        UNTIL EndOfShopReceiptsFile
    MOVE FinalTotal TO PrnFinalTotal
    DISPLAY PrnFinalSalesTotal
    CLOSE ShopReceiptsFile, StockSalesFile, HeldSalesFile
    PERFORM PrintVarianceExceptions
    PERFORM PrintItemRollup
    DISPLAY " "
    DISPLAY "Item exceptions reported - " ItemExceptionCount
    DISPLAY "Sales passed to stock    - " StockSalesWritten
    DISPLAY "Sales held back          - " SalesHeldBack
    STOP RUN.

OpenStockSalesFiles.
    OPEN EXTEND StockSalesFile
    IF NoStockSalesYet
        OPEN OUTPUT StockSalesFile
    END-IF
    OPEN EXTEND HeldSalesFile
    IF NoHeldSalesYet
        OPEN OUTPUT HeldSalesFile
    END-IF.

LoadItemMasterTable.
    MOVE HIGH-VALUES TO ItemMasterTable
    OPEN INPUT ItemMasterFile
    COMPUTE SaleValue = QtySold * ItemCost
    ADD SaleValue TO ShopTotal
    PERFORM ValidateSaleAgainstItemMaster
    PERFORM PassSaleToStock
    PERFORM AddSaleToItemRollup.

PassSaleToStock.
    IF SaleIsClean
        MOVE CurrentShopId TO ShopId-SS
        MOVE ItemId        TO ItemId-SS
        MOVE QtySold       TO QtySold-SS
        WRITE StockSaleRec
        ADD 1 TO StockSalesWritten
    ELSE
        MOVE CurrentShopId TO ShopId-HS
        MOVE ItemId        TO ItemId-HS
        MOVE QtySold       TO QtySold-HS
        MOVE ItemCost      TO ItemCost-HS
        MOVE HoldReason    TO HeldReason-HS
        WRITE HeldSaleRec
        ADD 1 TO SalesHeldBack
    END-IF.

ValidateSaleAgainstItemMaster.
    SET ItemNotOnMaster TO TRUE
    MOVE SPACES TO HoldReason
    SEARCH ALL ItemMasterEntry
        AT END
            DISPLAY "EXCEPTION - shop " CurrentShopId
                    " sold unknown item " ItemId
            ADD 1 TO ItemExceptionCount
            MOVE "ITEM" TO HoldReason
        WHEN ItemId-IMT(IMIdx) = ItemId
            SET ItemOnMaster TO TRUE
    END-SEARCH
                    " item " ItemId " sold at " ItemCost
                    " but standard price is " StdPrice-IMT(IMIdx)
            ADD 1 TO ItemExceptionCount
            MOVE "PRCE" TO HoldReason
        END-IF
    END-IF.

