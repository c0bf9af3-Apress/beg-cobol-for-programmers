* STEP and their shortfall is valued at Price-MF on a separate
* unlayered line, so the valuation still adds up to the full
* QtyInStock position.
* The valuation is posted to the ledger through the shared
* PostGLJournal service (Listing16-20sub) instead of being re-keyed:
* the stock account is moved from the value last posted for an
* earlier period to this period's value (FIFO cost plus the
* unlayered stock), against the stock adjustment account in cost of
* sales.  Each period's value is kept on the valuation history file
* for the next month's movement; a period valued again posts a batch
* that replaces its earlier one.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS CostLayerStatus.

   SELECT ValuationHistoryFile ASSIGN TO "Listing10-20Valued.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ValuationHistoryStatus.

DATA DIVISION.
FILE SECTION.
FD MasterStockFile.
   02 Price-MF              PIC 9(4)V99.
   02 SupplierCode-MF       PIC 9(4).
   02 QtyByLocation-MF      PIC X(12).
   02 Serialised-MF         PIC X.
   02 RegularPrice-MF       PIC 9(4)V99.
   02 LifecycleStatus-MF    PIC X.

FD CostLayerFile.
01 CostLayerRec.
   02 QtyRemaining-CL       PIC 9(4).
   02 UnitCost-CL           PIC 9(4)V99.

FD ValuationHistoryFile.
01 ValuationHistoryRec.
   88 EndOfValuationHistory VALUE HIGH-VALUES.
   02 ValuedPeriod-VH       PIC 9(6).
   02 StockValue-VH         PIC 9(11)V99.

WORKING-STORAGE SECTION.
01 MasterStockStatus       PIC XX.
   88 MasterStockOK        VALUE "00", "02".
01 CostLayerStatus         PIC XX.
   88 NoCostLayerFile      VALUE "35".

01 ValuationHistoryStatus  PIC XX.
   88 NoValuationHistory   VALUE "35".

01 ValuationPeriod         PIC 9(6).
01 PriorPeriod             PIC 9(6) VALUE ZERO.
01 PriorStockValue         PIC 9(11)V99 VALUE ZERO.
01 StockValue              PIC 9(11)V99.

01 GLSource                PIC X(8)  VALUE "STOCKVAL".
01 GLBatchId               PIC X(14).
01 GLBatchType             PIC X     VALUE "R".
01 GLItem                  PIC X(8).
01 GLCostCentre            PIC X(4)  VALUE SPACES.
01 GLDebit                 PIC 9(9)V99.
01 GLCredit                PIC 9(9)V99.

01 LayeredQty              PIC 9(6).
01 LayeredCostValue        PIC 9(9)V99.
01 RetailValue             PIC 9(9)V99.

PROCEDURE DIVISION.
Begin.
   DISPLAY "Valuation period (YYYYMM) - " WITH NO ADVANCING
   ACCEPT ValuationPeriod
   MOVE FUNCTION CURRENT-DATE(1:14) TO GLBatchId
   DISPLAY "***** MONTH-END STOCK VALUATION AT COST *****"
   OPEN INPUT MasterStockFile
   OPEN INPUT CostLayerFile
   DISPLAY "Gadgets valued      - " PrnCount
   MOVE GadgetsOutOfStep TO PrnCount
   DISPLAY "Gadgets out of step - " PrnCount
   PERFORM PostValuationJournal
   STOP RUN.

PostValuationJournal.
   COMPUTE StockValue = TotalCostValue + TotalUnlayeredValue
   OPEN INPUT ValuationHistoryFile
   IF NOT NoValuationHistory
      READ ValuationHistoryFile
         AT END SET EndOfValuationHistory TO TRUE
      END-READ
      PERFORM UNTIL EndOfValuationHistory
         IF ValuedPeriod-VH < ValuationPeriod
            AND ValuedPeriod-VH NOT < PriorPeriod
            MOVE ValuedPeriod-VH TO PriorPeriod
            MOVE StockValue-VH   TO PriorStockValue
         END-IF
         READ ValuationHistoryFile
            AT END SET EndOfValuationHistory TO TRUE
         END-READ
      END-PERFORM
      CLOSE ValuationHistoryFile
   END-IF
   IF StockValue > PriorStockValue
      COMPUTE GLDebit = StockValue - PriorStockValue
      MOVE "STOCK"    TO GLItem
      MOVE ZERO       TO GLCredit
      PERFORM PostOneGLLine
      MOVE "STOCKADJ" TO GLItem
      MOVE GLDebit    TO GLCredit
      MOVE ZERO       TO GLDebit
      PERFORM PostOneGLLine
   ELSE
      COMPUTE GLCredit = PriorStockValue - StockValue
      MOVE "STOCK"    TO GLItem
      MOVE ZERO       TO GLDebit
      PERFORM PostOneGLLine
      MOVE "STOCKADJ" TO GLItem
      MOVE GLCredit   TO GLDebit
      MOVE ZERO       TO GLCredit
      PERFORM PostOneGLLine
   END-IF
   OPEN EXTEND ValuationHistoryFile
   IF NoValuationHistory
      OPEN OUTPUT ValuationHistoryFile
   END-IF
   MOVE ValuationPeriod TO ValuedPeriod-VH
   MOVE StockValue      TO StockValue-VH
   WRITE ValuationHistoryRec
   CLOSE ValuationHistoryFile
   MOVE PriorStockValue TO PrnTotalValue
   MOVE "Stock value last posted                   " TO PrnTotalLabel
   DISPLAY TotalLine
   MOVE StockValue TO PrnTotalValue
   MOVE "Stock value posted for the period         " TO PrnTotalLabel
   DISPLAY TotalLine.

PostOneGLLine.
   CALL "PostGLJournal" USING GLSource, GLBatchId, GLBatchType,
                              ValuationPeriod, GLItem, GLCostCentre,
                              GLDebit, GLCredit.

ValueOneGadget.
   PERFORM SkipOrphanLayers
   MOVE ZERO TO LayeredQty, LayeredCostValue
