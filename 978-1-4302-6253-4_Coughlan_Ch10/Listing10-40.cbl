IDENTIFICATION DIVISION.
PROGRAM-ID.  Listing10-40.
AUTHOR. Michael Coughlan
* Sell-down report for discontinued and obsolete gadgets.
* Lists every gadget marked discontinued or obsolete (Listing10-39)
* with the stock it still holds, what that stock is worth at cost -
* from the surviving FIFO cost layers (Listing10-19), so stock that
* predates costing is not in it - and at the selling price, and its
* weeks of cover at the rate it has sold over the last four weeks
* (the applied-sales file the nightly Listing10-5 run appends to).
* Alongside are its open back-orders, counter reservations and cost
* layers, the things that stop it being deleted.
* A gadget with no stock and none of the three left is proposed for
* deletion: the proposals file is rewritten each run for a supervisor
* to approve in Listing10-39.  A gadget whose deletion is already
* approved and waiting on the approved transaction file for the
* nightly run is shown as such and not proposed again.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT MasterStockFile ASSIGN TO "Listing10-5Master.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS GadgetID-MF
          FILE STATUS IS MasterStockStatus.

   SELECT CostLayerFile ASSIGN TO "Listing10-19CostLayers.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS CostLayerStatus.

   SELECT BackOrderFile ASSIGN TO "Listing10-5BackOrd.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS BackOrderStatus.

   SELECT ReservationFile ASSIGN TO "Listing10-25Resv.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ReservationStatus.

   SELECT AppliedSalesFile ASSIGN TO "Listing10-5Sales.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS AppliedSalesStatus.

   SELECT ApprovedTransFile ASSIGN TO "Listing10-5TransPA.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ApprovedTransStatus.

   SELECT ProposedDeleteFile ASSIGN TO "Listing10-40Proposed.dat"
          ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD MasterStockFile.
01 MasterStockRec.
   88 EndOfMasterFile       VALUE HIGH-VALUES.
   02 GadgetID-MF           PIC 9(7).
   02 GadgetName-MF         PIC X(30).
   02 QtyInStock-MF         PIC 9(4).
   02 Price-MF              PIC 9(4)V99.
   02 SupplierCode-MF       PIC 9(4).
   02 QtyByLocation-MF      PIC X(12).
   02 Serialised-MF         PIC X.
   02 RegularPrice-MF       PIC 9(4)V99.
   02 LifecycleStatus-MF    PIC X.
      88 GadgetSellingDown  VALUE "D", "O".

FD CostLayerFile.
01 CostLayerRec.
   88 EndOfCostLayerFile    VALUE HIGH-VALUES.
   02 GadgetID-CL           PIC 9(7).
   02 LayerDate-CL          PIC 9(8).
   02 QtyRemaining-CL       PIC 9(4).
   02 UnitCost-CL           PIC 9(4)V99.

FD BackOrderFile.
01 BackOrderRec.
   88 EndOfBackOrderFile    VALUE HIGH-VALUES.
   02 GadgetID-BO           PIC 9(7).
   02 QtyOnOrder-BO         PIC 9(4).
   02 DateRaised-BO         PIC 9(8).
   02 CustName-BO           PIC X(25).
   02 CustPhone-BO          PIC X(12).
   02 BranchCode-BO         PIC XX.

FD ReservationFile.
01 ReservationRec.
   88 EndOfReservationFile  VALUE HIGH-VALUES.
   02 GadgetID-RSV          PIC 9(7).
   02 QtyReserved-RSV       PIC 9(4).
   02 CustName-RSV          PIC X(25).
   02 CustPhone-RSV         PIC X(12).
   02 DatePlaced-RSV        PIC 9(8).

FD AppliedSalesFile.
01 AppliedSaleRec.
   88 EndOfAppliedSales     VALUE HIGH-VALUES.
   02 GadgetID-SA           PIC 9(7).
   02 BranchCode-SA         PIC XX.
   02 SaleDate-SA           PIC 9(8).
   02 QtySold-SA            PIC 9(4).
   02 Outcome-SA            PIC X.
   02 RunDate-SA            PIC 9(8).

FD ApprovedTransFile.
01 ApprovedTransRec.
   88 EndOfApprovedFile     VALUE HIGH-VALUES.
   02 TypeCode-AT           PIC 9.
      88 ApprovedDeletion   VALUE 2.
   02 GadgetID-AT           PIC 9(7).
   02 FILLER                PIC X(62).

FD ProposedDeleteFile.
01 ProposedDeleteRec.
   02 GadgetID-PD           PIC 9(7).
   02 GadgetName-PD         PIC X(30).
   02 LifecycleStatus-PD    PIC X.
   02 ProposedDate-PD       PIC 9(8).

WORKING-STORAGE SECTION.
01 MasterStockStatus       PIC XX.
   88 NoMasterStockFile    VALUE "35".

01 CostLayerStatus         PIC XX.
   88 NoCostLayerFile      VALUE "35".

01 BackOrderStatus         PIC XX.
   88 NoBackOrderFile      VALUE "35".

01 ReservationStatus       PIC XX.
   88 NoReservationFile    VALUE "35".

01 AppliedSalesStatus      PIC XX.
   88 NoAppliedSalesFile   VALUE "35".

01 ApprovedTransStatus     PIC XX.
   88 NoApprovedFile       VALUE "35".

*  The gadgets being sold down, in GadgetID order as the master is
*  read, so the other files can be matched with SEARCH ALL.
01 SellDownTable.
   02 SellDownEntry OCCURS 1000 TIMES
              ASCENDING KEY IS SD-GadgetID
              INDEXED BY SDIdx.
      03 SD-GadgetID       PIC 9(7).
      03 SD-GadgetName     PIC X(30).
      03 SD-Status         PIC X.
      03 SD-QtyInStock     PIC 9(4).
      03 SD-Price          PIC 9(4)V99.
      03 SD-CostValue      PIC 9(8)V99.
      03 SD-CostLayers     PIC 9(4).
      03 SD-BackOrders     PIC 9(4).
      03 SD-Reservations   PIC 9(4).
      03 SD-QtySold        PIC 9(6).
      03 SD-DeletePending  PIC X.
         88 SD-DeleteApproved VALUE "y".
01 SellDownCount           PIC 9(4) VALUE ZERO.
01 SellDownDropped         PIC 9(4) VALUE ZERO.

01 TodaysDate              PIC 9(8).
01 SalesFromDate           PIC 9(8).
01 SalesWeeks              PIC 9 VALUE 4.

01 PriceValue              PIC 9(8)V99.
01 WeeklyRate              PIC 9(5)V9.
01 WeeksOfCover            PIC 9(4)V9.

01 ReportTotals.
   02 TotalQtyInStock      PIC 9(7) VALUE ZERO.
   02 TotalCostValue       PIC 9(9)V99 VALUE ZERO.
   02 TotalPriceValue      PIC 9(9)V99 VALUE ZERO.
   02 DeletionsProposed    PIC 9(4) VALUE ZERO.
   02 DeletionsPending     PIC 9(4) VALUE ZERO.

01 SellDownHeading.
   02 FILLER               PIC X(41) VALUE
      "GadgetID  Gadget Name                    ".
   02 FILLER               PIC X(33) VALUE
      "S  Stock Value(cost)  Value(sell)".
   02 FILLER               PIC X(34) VALUE
      "  Sold/wk  Cover   BO  Resv Layers".

01 SellDownLine.
   02 PrnGadgetID          PIC 9(7).
   02 FILLER               PIC X(2)  VALUE SPACES.
   02 PrnGadgetName        PIC X(30).
   02 FILLER               PIC X(1)  VALUE SPACES.
   02 PrnStatus            PIC X.
   02 FILLER               PIC X(2)  VALUE SPACES.
   02 PrnQtyInStock        PIC ZZZ9.
   02 FILLER               PIC X(1)  VALUE SPACES.
   02 PrnCostValue         PIC $$$$,$$9.99.
   02 FILLER               PIC X(2)  VALUE SPACES.
   02 PrnPriceValue        PIC $$$$,$$9.99.
   02 FILLER               PIC X(2)  VALUE SPACES.
   02 PrnWeeklyRate        PIC ZZZZ9.9.
   02 FILLER               PIC X(1)  VALUE SPACES.
   02 PrnWeeksOfCover      PIC ZZZ9.9.
   02 PrnNoCover REDEFINES PrnWeeksOfCover
                           PIC X(6).
   02 FILLER               PIC X(2)  VALUE SPACES.
   02 PrnBackOrders        PIC ZZ9.
   02 FILLER               PIC X(2)  VALUE SPACES.
   02 PrnReservations      PIC ZZZ9.
   02 FILLER               PIC X(3)  VALUE SPACES.
   02 PrnCostLayers        PIC ZZZ9.
   02 FILLER               PIC X(2)  VALUE SPACES.
   02 PrnNote              PIC X(16).

01 TotalLine.
   02 PrnTotalLabel        PIC X(36).
   02 PrnTotalValue        PIC $$$,$$$,$$9.99.

01 CountLine.
   02 PrnCountLabel        PIC X(36).
   02 PrnCount             PIC ZZZ,ZZ9.

PROCEDURE DIVISION.
Begin.
   MOVE FUNCTION CURRENT-DATE(1:8) TO TodaysDate
   COMPUTE SalesFromDate = FUNCTION DATE-OF-INTEGER
           (FUNCTION INTEGER-OF-DATE(TodaysDate) - (SalesWeeks * 7))
   PERFORM LoadSellDownGadgets
   IF SellDownCount = ZERO
      DISPLAY "No gadgets are discontinued or obsolete."
      STOP RUN
   END-IF
   PERFORM AddUpCostLayers
   PERFORM CountBackOrders
   PERFORM CountReservations
   PERFORM AddUpRecentSales
   PERFORM FindApprovedDeletions
   OPEN OUTPUT ProposedDeleteFile
   DISPLAY "***** SELL-DOWN REPORT - DISCONTINUED (D) AND OBSOLETE (O)"
           " GADGETS - " TodaysDate " *****"
   DISPLAY "Sold/wk is the average over the four weeks from "
           SalesFromDate
   DISPLAY " "
   DISPLAY SellDownHeading
   PERFORM VARYING SDIdx FROM 1 BY 1 UNTIL SDIdx > SellDownCount
      PERFORM PrintOneGadget
   END-PERFORM
   CLOSE ProposedDeleteFile
   DISPLAY " "
   MOVE "Gadgets being sold down"        TO PrnCountLabel
   MOVE SellDownCount                    TO PrnCount
   DISPLAY CountLine
   MOVE "Units still in stock"           TO PrnCountLabel
   MOVE TotalQtyInStock                  TO PrnCount
   DISPLAY CountLine
   MOVE "Value at cost (layered stock)"  TO PrnTotalLabel
   MOVE TotalCostValue                   TO PrnTotalValue
   DISPLAY TotalLine
   MOVE "Value at selling price"         TO PrnTotalLabel
   MOVE TotalPriceValue                  TO PrnTotalValue
   DISPLAY TotalLine
   MOVE "Deletions proposed (Listing10-39)" TO PrnCountLabel
   MOVE DeletionsProposed                TO PrnCount
   DISPLAY CountLine
   MOVE "Deletions approved, not yet run" TO PrnCountLabel
   MOVE DeletionsPending                 TO PrnCount
   DISPLAY CountLine
   IF SellDownDropped NOT = ZERO
      MOVE "Table full - gadgets left out" TO PrnCountLabel
      MOVE SellDownDropped               TO PrnCount
      DISPLAY CountLine
   END-IF
   STOP RUN.

LoadSellDownGadgets.
   MOVE HIGH-VALUES TO SellDownTable
   OPEN INPUT MasterStockFile
   IF NoMasterStockFile
      DISPLAY "No stock master - sell-down report not run."
      STOP RUN
   END-IF
   READ MasterStockFile
      AT END SET EndOfMasterFile TO TRUE
   END-READ
   PERFORM UNTIL EndOfMasterFile
      IF GadgetSellingDown
         IF SellDownCount < 1000
            ADD 1 TO SellDownCount
            SET SDIdx TO SellDownCount
            MOVE GadgetID-MF        TO SD-GadgetID(SDIdx)
            MOVE GadgetName-MF      TO SD-GadgetName(SDIdx)
            MOVE LifecycleStatus-MF TO SD-Status(SDIdx)
            MOVE QtyInStock-MF      TO SD-QtyInStock(SDIdx)
            MOVE Price-MF           TO SD-Price(SDIdx)
            MOVE ZERO TO SD-CostValue(SDIdx), SD-CostLayers(SDIdx),
                         SD-BackOrders(SDIdx), SD-Reservations(SDIdx),
                         SD-QtySold(SDIdx)
            MOVE "n"                TO SD-DeletePending(SDIdx)
         ELSE
            ADD 1 TO SellDownDropped
         END-IF
      END-IF
      READ MasterStockFile
         AT END SET EndOfMasterFile TO TRUE
      END-READ
   END-PERFORM
   CLOSE MasterStockFile.

AddUpCostLayers.
*  Only surviving layers are on the file - Listing10-19 drops a layer
*  once it is used up.
   OPEN INPUT CostLayerFile
   IF NoCostLayerFile
      EXIT PARAGRAPH
   END-IF
   READ CostLayerFile
      AT END SET EndOfCostLayerFile TO TRUE
   END-READ
   PERFORM UNTIL EndOfCostLayerFile
      SEARCH ALL SellDownEntry
         AT END CONTINUE
         WHEN SD-GadgetID(SDIdx) = GadgetID-CL
              ADD 1 TO SD-CostLayers(SDIdx)
              COMPUTE SD-CostValue(SDIdx) = SD-CostValue(SDIdx)
                      + (QtyRemaining-CL * UnitCost-CL)
      END-SEARCH
      READ CostLayerFile
         AT END SET EndOfCostLayerFile TO TRUE
      END-READ
   END-PERFORM
   CLOSE CostLayerFile.

CountBackOrders.
   OPEN INPUT BackOrderFile
   IF NoBackOrderFile
      EXIT PARAGRAPH
   END-IF
   READ BackOrderFile
      AT END SET EndOfBackOrderFile TO TRUE
   END-READ
   PERFORM UNTIL EndOfBackOrderFile
      SEARCH ALL SellDownEntry
         AT END CONTINUE
         WHEN SD-GadgetID(SDIdx) = GadgetID-BO
              ADD 1 TO SD-BackOrders(SDIdx)
      END-SEARCH
      READ BackOrderFile
         AT END SET EndOfBackOrderFile TO TRUE
      END-READ
   END-PERFORM
   CLOSE BackOrderFile.

CountReservations.
   OPEN INPUT ReservationFile
   IF NoReservationFile
      EXIT PARAGRAPH
   END-IF
   READ ReservationFile
      AT END SET EndOfReservationFile TO TRUE
   END-READ
   PERFORM UNTIL EndOfReservationFile
      SEARCH ALL SellDownEntry
         AT END CONTINUE
         WHEN SD-GadgetID(SDIdx) = GadgetID-RSV
              ADD 1 TO SD-Reservations(SDIdx)
      END-SEARCH
      READ ReservationFile
         AT END SET EndOfReservationFile TO TRUE
      END-READ
   END-PERFORM
   CLOSE ReservationFile.

AddUpRecentSales.
*  Back-ordered sales count too - they are demand the stock would
*  have met.
   OPEN INPUT AppliedSalesFile
   IF NoAppliedSalesFile
      EXIT PARAGRAPH
   END-IF
   READ AppliedSalesFile
      AT END SET EndOfAppliedSales TO TRUE
   END-READ
   PERFORM UNTIL EndOfAppliedSales
      IF SaleDate-SA NOT < SalesFromDate
         SEARCH ALL SellDownEntry
            AT END CONTINUE
            WHEN SD-GadgetID(SDIdx) = GadgetID-SA
                 ADD QtySold-SA TO SD-QtySold(SDIdx)
         END-SEARCH
      END-IF
      READ AppliedSalesFile
         AT END SET EndOfAppliedSales TO TRUE
      END-READ
   END-PERFORM
   CLOSE AppliedSalesFile.

FindApprovedDeletions.
   OPEN INPUT ApprovedTransFile
   IF NoApprovedFile
      EXIT PARAGRAPH
   END-IF
   READ ApprovedTransFile
      AT END SET EndOfApprovedFile TO TRUE
   END-READ
   PERFORM UNTIL EndOfApprovedFile
      IF ApprovedDeletion
         SEARCH ALL SellDownEntry
            AT END CONTINUE
            WHEN SD-GadgetID(SDIdx) = GadgetID-AT
                 SET SD-DeleteApproved(SDIdx) TO TRUE
         END-SEARCH
      END-IF
      READ ApprovedTransFile
         AT END SET EndOfApprovedFile TO TRUE
      END-READ
   END-PERFORM
   CLOSE ApprovedTransFile.

PrintOneGadget.
   MOVE SD-GadgetID(SDIdx)     TO PrnGadgetID
   MOVE SD-GadgetName(SDIdx)   TO PrnGadgetName
   MOVE SD-Status(SDIdx)       TO PrnStatus
   MOVE SD-QtyInStock(SDIdx)   TO PrnQtyInStock
   MOVE SD-CostValue(SDIdx)    TO PrnCostValue
   COMPUTE PriceValue = SD-QtyInStock(SDIdx) * SD-Price(SDIdx)
   MOVE PriceValue             TO PrnPriceValue
   COMPUTE WeeklyRate ROUNDED = SD-QtySold(SDIdx) / SalesWeeks
   MOVE WeeklyRate             TO PrnWeeklyRate
   EVALUATE TRUE
       WHEN SD-QtyInStock(SDIdx) = ZERO
            MOVE ZERO TO PrnWeeksOfCover
       WHEN SD-QtySold(SDIdx) = ZERO
            MOVE "  none" TO PrnNoCover
       WHEN OTHER
            COMPUTE WeeksOfCover ROUNDED =
                    SD-QtyInStock(SDIdx) * SalesWeeks / SD-QtySold(SDIdx)
               ON SIZE ERROR MOVE 9999.9 TO WeeksOfCover
            END-COMPUTE
            MOVE WeeksOfCover TO PrnWeeksOfCover
   END-EVALUATE
   MOVE SD-BackOrders(SDIdx)   TO PrnBackOrders
   MOVE SD-Reservations(SDIdx) TO PrnReservations
   MOVE SD-CostLayers(SDIdx)   TO PrnCostLayers
   MOVE SPACES TO PrnNote
   EVALUATE TRUE
       WHEN SD-DeleteApproved(SDIdx)
            MOVE "DELETE APPROVED" TO PrnNote
            ADD 1 TO DeletionsPending
       WHEN SD-QtyInStock(SDIdx) = ZERO
            AND SD-BackOrders(SDIdx) = ZERO
            AND SD-Reservations(SDIdx) = ZERO
            AND SD-CostLayers(SDIdx) = ZERO
            PERFORM ProposeDeletion
   END-EVALUATE
   DISPLAY SellDownLine
   ADD SD-QtyInStock(SDIdx) TO TotalQtyInStock
   ADD SD-CostValue(SDIdx)  TO TotalCostValue
   ADD PriceValue           TO TotalPriceValue.

ProposeDeletion.
   MOVE SD-GadgetID(SDIdx)   TO GadgetID-PD
   MOVE SD-GadgetName(SDIdx) TO GadgetName-PD
   MOVE SD-Status(SDIdx)     TO LifecycleStatus-PD
   MOVE TodaysDate           TO ProposedDate-PD
   WRITE ProposedDeleteRec
   ADD 1 TO DeletionsProposed
   MOVE "DELETE PROPOSED" TO PrnNote.
