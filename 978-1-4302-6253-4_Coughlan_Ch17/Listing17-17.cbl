* and goes to the ExceptionsFile - the sale in the customer's hand
* was real, the book figure was not.  Listing17-25 prints the daily
* low-stock report from the same quantities.
* Each PartsPriceFile record also carries the part's cost price and
* the number of the supplier it is bought from; counter sales use
* only the selling price, the purchase order run (Listing17-32)
* orders from the supplier at the cost price.
* At sign-off the session's ledger journal is posted to the common GL
* interface through the shared PostGLJournal service (Listing16-20sub)
* instead of being re-keyed from the journal: the takings are debited
* to the till and credited to parts sales, and the parts sold at
* their cost price are debited to cost of sales and credited to parts
* stock.  Each session is a batch of its own, adding to the
* accounting period the shared business calendar (BusinessCalendar,
* Listing16-22sub) gives the day, not simply the calendar month.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    88  EndOfPriceFile          VALUE HIGH-VALUES.
    02  PartNum-PPF             PIC 9(7).
    02  SellingPrice-PPF        PIC 9(4)V99.
    02  CostPrice-PPF           PIC 9(4)V99.
    02  SupplierNum-PPF         PIC 9(4).

FD  SalesJournalFile.
01  SalesJournalRec.
               INDEXED BY PPIdx.
        03  PartNum-PPT         PIC 9(7).
        03  SellingPrice-PPT    PIC 9(4)V99.
        03  CostPrice-PPT       PIC 9(4)V99.
        03  SupplierNum-PPT     PIC 9(4).

01  PartsPriceCount             PIC 9(4) VALUE ZERO.

01  TodaysDate                  PIC 9(8).
01  NextInvoiceNum              PIC 9(6).
01  PartPrice                   PIC 9(4)V99.
01  PartCost                    PIC 9(4)V99.
01  LineValue                   PIC 9(6)V99.
01  InvoiceTotal                PIC 9(7)V99.
01  InvoiceLineCount            PIC 99.
        03  ST-Value            PIC 9(7)V99.

01  SessionTotalCount           PIC 999 VALUE ZERO.
01  SessionSalesValue           PIC 9(9)V99 VALUE ZERO.
01  SessionCostValue            PIC 9(9)V99 VALUE ZERO.

01  GLSource                    PIC X(8)  VALUE "PARTSALE".
01  GLBatchId                   PIC X(14).
01  GLBatchType                 PIC X     VALUE "A".
01  GLPeriod                    PIC 9(6).
01  GLItem                      PIC X(8).
01  GLCostCentre                PIC X(4)  VALUE SPACES.
01  GLDebit                     PIC 9(9)V99.
01  GLCredit                    PIC 9(9)V99.
01  NoSecondDate                PIC 9(8) VALUE ZERO.

01  CalendarResult.
    02  ValidFlag-BC            PIC 9.
        88  DateValid-BC        VALUE 0.
        88  DateInvalid-BC      VALUE 1.
    02  OnCalendar-BC           PIC X.
        88  DateOnCalendar-BC   VALUE "Y", "P".
        88  DateOffCalendar-BC  VALUE "N".
        88  ScanOffCalendar-BC  VALUE "P".
    02  Working-BC              PIC X.
        88  WorkingDay-BC       VALUE "Y".
        88  NonWorkingDay-BC    VALUE "N".
    02  HolidayName-BC          PIC X(24).
    02  Period-BC               PIC 9(6).
    02  PeriodEndFlag-BC        PIC X.
        88  PeriodEndDay-BC     VALUE "Y".
    02  PeriodStart-BC          PIC 9(8).
    02  PeriodEnd-BC            PIC 9(8).
    02  NextWorkingDay-BC       PIC 9(8).
    02  WorkingDays-BC          PIC 9(5).

01  SessionTotalIdx             PIC 999.
01  SessionTotalDropped         PIC 9(4) VALUE ZERO.
01  FILLER                      PIC X VALUE "n".
PROCEDURE DIVISION.
Begin.
    MOVE FUNCTION CURRENT-DATE(1:8) TO TodaysDate
    MOVE FUNCTION CURRENT-DATE(1:14) TO GLBatchId
    CALL "BusinessCalendar" USING BY CONTENT TodaysDate
                                  BY CONTENT NoSecondDate
                                  BY REFERENCE CalendarResult
    MOVE Period-BC TO GLPeriod
    PERFORM LoadPartsPriceTable
    PERFORM GetNextInvoiceNum
    OPEN INPUT VehicleFile
          ExceptionsFile
    PERFORM SaveNextInvoiceNum
    PERFORM PrintSessionSummary
    PERFORM PostPartsSalesJournal
    STOP RUN.

LoadPartsPriceTable.
FindPartPrice.
*  A part with no price on file is sold at zero and flagged, so the
*  counter knows to get the card index out one last time.
    MOVE ZEROS TO PartPrice, PartCost
    SEARCH ALL PartsPriceEntry
       AT END DISPLAY "     No selling price for part "
                      PickedPartNum
       WHEN PartNum-PPT(PPIdx) = PickedPartNum
            MOVE SellingPrice-PPT(PPIdx) TO PartPrice
            MOVE CostPrice-PPT(PPIdx)    TO PartCost
    END-SEARCH.

BuildAndPrintInvoice.
          PERFORM DepletePartStock
          PERFORM WriteJournalLine
          PERFORM AddToSessionTotals
          ADD LineValue TO SessionSalesValue
          COMPUTE SessionCostValue =
                  SessionCostValue + (PickedQty * PartCost)
       END-IF
    END-IF.

       DISPLAY "Summary table full - sales not summarised: "
               SessionTotalDropped
    END-IF.

PostPartsSalesJournal.
    MOVE "TILL"            TO GLItem
    MOVE SessionSalesValue TO GLDebit
    MOVE ZERO              TO GLCredit
    PERFORM PostOneGLLine
    MOVE "COSTSALE"        TO GLItem
    MOVE SessionCostValue  TO GLDebit
    PERFORM PostOneGLLine
    MOVE ZERO              TO GLDebit
    MOVE "SALES"           TO GLItem
    MOVE SessionSalesValue TO GLCredit
    PERFORM PostOneGLLine
    MOVE "STOCK"           TO GLItem
    MOVE SessionCostValue  TO GLCredit
    PERFORM PostOneGLLine.

PostOneGLLine.
    CALL "PostGLJournal" USING GLSource, GLBatchId, GLBatchType,
                               GLPeriod, GLItem, GLCostCentre,
                               GLDebit, GLCredit.
