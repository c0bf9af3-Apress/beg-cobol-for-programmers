*     against the rolled book figure at that location) and
*     warehouse-transfer quantities; an Insertion's opening stock
*     counts as a receipt and a Deletion closes the gadget's ledger;
*     a ReturnToSupplier leaves the location just as a sale does, so
*     it is rolled into the issues - unless it went back from
*     quarantine (location 4), which is not stock at all; a
*     CustomerReturn put back on the shelf as resaleable counts as a
*     receipt, and one sent to quarantine does not touch the ledger;
*   - prints the classic stock ledger per gadget - opening, receipts,
*     issues, adjustments, transfers, closing - and proves the
*     computed closing balance against the first archived master
   02 SupplierCode-AM       PIC 9(4).
   02 QtyByLocation-AM.
      03 QtyAtLocation-AM   PIC 9(4) OCCURS 3 TIMES.
   02 Serialised-AM         PIC X.
   02 RegularPrice-AM       PIC 9(4)V99.
   02 LifecycleStatus-AM    PIC X.

FD ArchiveTransFile.
01 ArchiveTransRec.
       88 StockSubtraction  VALUE 5.
       88 StockTake         VALUE 6.
       88 WarehouseTransfer VALUE 7.
       88 ReturnToSupplier  VALUE 8.
       88 CustomerReturn    VALUE 9.
   02 GadgetID-TF           PIC 9(7).
   02 FILLER                PIC X(64).

   02 FILLER                PIC 9(8).
   02 Qty-MV                PIC 9(4).
   02 Location-MV           PIC 9.
      88 QuarantineLocation VALUE 4.
   02 ConditionCode-MV      PIC XX.
      88 ReturnResaleable   VALUE "RS".
   02 FILLER                PIC X(57).

01 TransferView REDEFINES ArchiveTransRec.
   02 FILLER                PIC 9(8).
       WHEN Deletion          PERFORM ApplyLedgerDeletion
       WHEN StockAddition     PERFORM ApplyLedgerReceipt
       WHEN StockSubtraction  PERFORM ApplyLedgerIssue
       WHEN ReturnToSupplier AND QuarantineLocation
            CONTINUE
       WHEN ReturnToSupplier  PERFORM ApplyLedgerIssue
       WHEN CustomerReturn AND ReturnResaleable
            PERFORM ApplyLedgerReceipt
       WHEN StockTake         PERFORM ApplyLedgerStockTake
       WHEN WarehouseTransfer PERFORM ApplyLedgerTransfer
       WHEN OTHER             CONTINUE
