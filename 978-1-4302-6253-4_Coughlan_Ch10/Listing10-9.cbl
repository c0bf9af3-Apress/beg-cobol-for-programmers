* point.
* PO numbers are allocated from the LastPONumber seed file so the
* numbers keep ascending across runs.
* The PurchaseOrderFile holds only this run's orders, so every order
* written is also appended, in the same header/line/trailer layout,
* to the PO history file - the supplier delivery scorecard
* (Listing10-29) measures lead times and outstanding quantities
* against every order ever raised, not just the latest run's.
* A gadget discontinued or made obsolete (Listing10-39) is being sold
* down, so it is never reordered however low its stock falls.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS PONumberSeedStatus.

   SELECT POHistoryFile ASSIGN TO "Listing10-9POHist.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS POHistoryStatus.

DATA DIVISION.
FILE SECTION.
FD MasterStockFile.
   02 SupplierCode-MF       PIC 9(4).
   02 QtyByLocation-MF.
      03 QtyAtLocation-MF   PIC 9(4) OCCURS 3 TIMES.
   02 Serialised-MF         PIC X.
   02 RegularPrice-MF       PIC 9(4)V99.
   02 LifecycleStatus-MF    PIC X.
      88 GadgetActive       VALUE "A", SPACE.

FD ReorderPointFile.
01 ReorderPointRec.
01 PONumberSeedRec.
   02 LastPONumber          PIC 9(6).

FD POHistoryFile.
01 POHistoryRec             PIC X(63).

WORKING-STORAGE SECTION.
01 MasterStockStatus       PIC XX.
   88 MasterStockOK        VALUE "00", "02".
   88 PONumberSeedOK       VALUE "00", "02".
   88 NoPONumberSeedFile   VALUE "35".

01 POHistoryStatus         PIC XX.
   88 NoPOHistoryYet       VALUE "35".

01 ReorderPointTable.
   02 ReorderPointEntry OCCURS 2000 TIMES
              ASCENDING KEY IS RP-GadgetID

01 ShortageCount        PIC 9(4) VALUE ZERO.
01 ShortageDropped      PIC 9(4) VALUE ZERO.
01 SellDownSkipped      PIC 9(4) VALUE ZERO.

01 SubscriptA           PIC 9(4).
01 SubscriptB           PIC 9(4).
01 OrderTotalCost       PIC 9(8)V99.
01 OrderLineCount       PIC 9(3).

01 RegisterHeading      PIC X(62) VALUE
   "PO Number  Supplier                         Lines  Order Value".

01 LowStockHeading      PIC X(72) VALUE
   PERFORM SortShortageTableBySupplier
   PERFORM PrintLowStockDetail
   OPEN OUTPUT PurchaseOrderFile
   OPEN EXTEND POHistoryFile
   IF NoPOHistoryYet
      OPEN OUTPUT POHistoryFile
   END-IF
   DISPLAY "***** PURCHASE ORDER REGISTER *****"
   DISPLAY RegisterHeading
   PERFORM GeneratePurchaseOrders
   CLOSE PurchaseOrderFile, POHistoryFile
   PERFORM SaveNextPONumber
   IF ShortageCount = ZERO
      DISPLAY "No gadgets are below their reorder point."
      DISPLAY "Shortage table full - gadgets not ordered: "
              ShortageDropped
   END-IF
   IF SellDownSkipped NOT = ZERO
      DISPLAY "Discontinued or obsolete, below reorder point but not"
              " reordered: " SellDownSkipped
   END-IF
   STOP RUN.

PrintLowStockDetail.
      AT END CONTINUE
      WHEN RP-GadgetID(RPIdx) = BaseGadgetID
           IF QtyInStock-MF < RP-ReorderPoint(RPIdx)
              IF GadgetActive
                 PERFORM RecordOneShortage
              ELSE
                 ADD 1 TO SellDownSkipped
              END-IF
           END-IF
   END-SEARCH
   READ MasterStockFile
   PERFORM FindSupplierName
   MOVE CurrentSupplierName TO SupplierName-H
   MOVE TodaysDate     TO OrderDate-H
   WRITE POHeaderRec
   MOVE POHeaderRec    TO POHistoryRec
   WRITE POHistoryRec.

FindSupplierName.
   SEARCH ALL SupplierEntry
   MOVE SH-UnitPrice(SubscriptA) TO UnitPrice-L
   MOVE LineExtendedCost         TO ExtendedCost-L
   WRITE POLineRec
   MOVE POLineRec                TO POHistoryRec
   WRITE POHistoryRec
   ADD LineExtendedCost TO OrderTotalCost
   ADD 1 TO OrderLineCount.

   MOVE OrderLineCount TO POLineCount-T
   MOVE OrderTotalCost TO POTotalCost-T
   WRITE POTrailerRec
   MOVE POTrailerRec   TO POHistoryRec
   WRITE POHistoryRec
   MOVE NextPONumber   TO PrnPONumber
   MOVE CurrentSupplierName TO PrnSupplierName
   MOVE OrderLineCount TO PrnLineCount
