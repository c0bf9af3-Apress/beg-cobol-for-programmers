* and writes an invoice register file of numbers and amounts for the
* ledger.  Invoice numbers are allocated from the LastInvoiceNumber
* seed file so they keep ascending across runs.
* A customer on credit hold (set on the customer master by the
* aging run, Listing12-9) is not invoiced: their lines are priced
* the same way but written to the held orders file and listed on a
* held orders report on the console instead.  When credit control
* releases the hold (Listing12-14) the held lines go back onto the
* sales file for the next invoicing run.
* Each run's ledger journal is posted to the common GL interface
* through the shared PostGLJournal service (Listing16-20sub) for the
* accounting period of the invoice date, instead of being re-keyed
* from the register: the invoices are debited to trade debtors and
* the discounts allowed beside them, and sales are credited at list
* price.  Every run is new business, so each batch adds to the
* period's earlier ones.  The period is the one the shared business
* calendar (BusinessCalendar, Listing16-22sub) gives the date, so an
* invoice run after a period closed early posts to the next period.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS InvoiceSeedStatus.

       SELECT HeldOrdersFile ASSIGN TO "Listing12-7Held.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS HeldOrdersStatus.

       SELECT CustomerMasterFile ASSIGN TO "Listing12-8Customers.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
01 InvoiceSeedRec.
   02 LastInvoiceNumber        PIC 9(6).

FD HeldOrdersFile.
01 HeldOrderRec.
   02 CustomerId-HO            PIC X(5).
   02 CustomerName-HO          PIC X(20).
   02 SalesRepId-HO            PIC X(5).
   02 OilId-HO                 PIC X(3).
   02 UnitSize-HO              PIC 9.
   02 UnitsSold-HO             PIC 999.
   02 HeldDate-HO              PIC 9(8).
   02 HeldValue-HO             PIC 9(5)V99.

FD CustomerMasterFile.
01 CustomerMasterRec.
   02 CustomerId-CM            PIC X(5).
   02 CustomerAddress-CM       PIC X(40).
   02 CreditLimit-CM           PIC 9(6)V99.
   02 TypeDiscount-CM          PIC 99V99.
*  Credit hold set by the month-end aging run (Listing12-9) and
*  released by credit control (Listing12-14).
   02 CreditHold-CM            PIC X.
      88 OnCreditHold          VALUE "H".
      88 NotOnCreditHold       VALUE SPACE.
   02 HoldDate-CM              PIC 9(8).

WORKING-STORAGE SECTION.
*  The report goes to a run-dated file recorded on the shared
01 InvoiceSeedStatus           PIC XX.
   88 NoSeedFileYet            VALUE "35".

01 HeldOrdersStatus            PIC XX.
   88 NoHeldOrdersFileYet      VALUE "35".

01  CustDiscountPct        PIC 99V99.
01  LineUnitPrice          PIC 99V99.
01  ListLineValue          PIC 9(5)V99.
01  TodaysDate             PIC 9(8).
01  InvoicesWritten        PIC 9(4) VALUE ZERO.
01  PrnInvoicesWritten     PIC ZZZ9.
01  HeldCustomerTotal      PIC 9(6)V99.
01  HeldOrdersValue        PIC 9(7)V99 VALUE ZERO.
01  HeldCustomers          PIC 9(4) VALUE ZERO.
01  PrnHeldValue           PIC $$,$$$,$$9.99.

01  GLSource               PIC X(8)  VALUE "OILINV".
01  GLBatchId              PIC X(14).
01  GLBatchType            PIC X     VALUE "A".
01  GLPeriod               PIC 9(6).
01  GLItem                 PIC X(8).
01  GLCostCentre           PIC X(4)  VALUE SPACES.
01  GLDebit                PIC 9(9)V99.
01  GLCredit               PIC 9(9)V99.
01  NoSecondDate           PIC 9(8) VALUE ZERO.

01  CalendarResult.
    02  ValidFlag-BC       PIC 9.
        88  DateValid-BC   VALUE 0.
        88  DateInvalid-BC VALUE 1.
    02  OnCalendar-BC      PIC X.
        88  DateOnCalendar-BC VALUE "Y", "P".
        88  DateOffCalendar-BC VALUE "N".
        88  ScanOffCalendar-BC VALUE "P".
    02  Working-BC         PIC X.
        88  WorkingDay-BC  VALUE "Y".
        88  NonWorkingDay-BC VALUE "N".
    02  HolidayName-BC     PIC X(24).
    02  Period-BC          PIC 9(6).
    02  PeriodEndFlag-BC   PIC X.
        88  PeriodEndDay-BC VALUE "Y".
    02  PeriodStart-BC     PIC 9(8).
    02  PeriodEnd-BC       PIC 9(8).
    02  NextWorkingDay-BC  PIC 9(8).
    02  WorkingDays-BC     PIC 9(5).

01  ListSalesTotal         PIC 9(9)V99 VALUE ZERO.
01  DiscountTotal          PIC 9(9)V99 VALUE ZERO.
01  InvoicedTotal          PIC 9(9)V99 VALUE ZERO.

01  HeldOrderLine.
    02  PrnHeldCustId      PIC X(5).
    02  FILLER             PIC X(2)  VALUE SPACES.
    02  PrnHeldCustName    PIC X(20).
    02  FILLER             PIC X(2)  VALUE SPACES.
    02  PrnHeldOilName     PIC X(16).
    02  FILLER             PIC X(2)  VALUE SPACES.
    02  PrnHeldUnitSize    PIC 9.
    02  FILLER             PIC X(3)  VALUE SPACES.
    02  PrnHeldUnits       PIC ZZ9.
    02  FILLER             PIC X(2)  VALUE SPACES.
    02  PrnHeldLineValue   PIC $$$,$$9.99.

01  InvoiceHeadLine.
    02  FILLER             PIC X(10) VALUE "Invoice - ".
    CALL "CatalogueReport" USING ReportIdWS, ReportDateWS,
                                 ReportFileNameWS
    MOVE FUNCTION CURRENT-DATE(1:8) TO TodaysDate
    MOVE FUNCTION CURRENT-DATE(1:14) TO GLBatchId
    CALL "BusinessCalendar" USING BY CONTENT TodaysDate
                                  BY CONTENT NoSecondDate
                                  BY REFERENCE CalendarResult
    MOVE Period-BC TO GLPeriod
    PERFORM LoadOilsTable
    PERFORM GetNextInvoiceNumber
    OPEN INPUT BaseOilsSalesFile
    IF NoRegisterFileYet
       OPEN OUTPUT InvoiceRegisterFile
    END-IF
    OPEN EXTEND HeldOrdersFile
    IF NoHeldOrdersFileYet
       OPEN OUTPUT HeldOrdersFile
    END-IF
    READ BaseOilsSalesFile
        AT END SET EndOfSalesFile TO TRUE
    END-READ
    PERFORM InvoiceOrHoldCustomer UNTIL EndOfSalesFile
    CLOSE BaseOilsSalesFile, InvoicePrintFile, InvoiceRegisterFile,
          CustomerMasterFile, HeldOrdersFile
    PERFORM SaveNextInvoiceNumber
    PERFORM PostInvoiceJournal
    MOVE InvoicesWritten TO PrnInvoicesWritten
    DISPLAY "Invoices produced - " PrnInvoicesWritten
    IF HeldCustomers NOT = ZERO
       DISPLAY " "
       MOVE HeldCustomers TO PrnInvoicesWritten
       DISPLAY "Customers held, not invoiced - " PrnInvoicesWritten
       MOVE HeldOrdersValue TO PrnHeldValue
       DISPLAY "Value of orders held         - " PrnHeldValue
    END-IF
    STOP RUN.

LoadOilsTable.
    WRITE InvoiceSeedRec
    CLOSE InvoiceSeedFile.

InvoiceOrHoldCustomer.
    MOVE CustomerId TO CustomerId-CM
    READ CustomerMasterFile
       INVALID KEY CONTINUE
    END-READ
    IF CustomerFound AND OnCreditHold
       PERFORM HoldOneCustomer
    ELSE
       PERFORM PrintOneInvoice
    END-IF.

HoldOneCustomer.
    IF HeldCustomers = ZERO
       DISPLAY "***** HELD ORDERS - CUSTOMERS ON CREDIT HOLD *****"
    END-IF
    ADD 1 TO HeldCustomers
    MOVE ZEROS TO HeldCustomerTotal
    MOVE CustomerId TO PrevCustId
    MOVE TypeDiscount-CM TO CustDiscountPct
    PERFORM HoldOneSaleLine
            UNTIL CustomerId NOT = PrevCustId
    MOVE HeldCustomerTotal TO PrnHeldValue
    DISPLAY "    held since " HoldDate-CM
            " - customer total " PrnHeldValue
    ADD HeldCustomerTotal TO HeldOrdersValue.

HoldOneSaleLine.
    PERFORM PriceOneSaleLine
    MOVE CustomerId   TO CustomerId-HO
    MOVE CustomerName TO CustomerName-HO
    MOVE SalesRepId   TO SalesRepId-HO
    MOVE OilId        TO OilId-HO
    MOVE UnitSize     TO UnitSize-HO
    MOVE UnitsSold    TO UnitsSold-HO
    MOVE TodaysDate   TO HeldDate-HO
    MOVE LineValue    TO HeldValue-HO
    WRITE HeldOrderRec
    MOVE CustomerId      TO PrnHeldCustId
    MOVE CustomerName    TO PrnHeldCustName
    MOVE OilName(OilNum) TO PrnHeldOilName
    MOVE UnitSize        TO PrnHeldUnitSize
    MOVE UnitsSold       TO PrnHeldUnits
    MOVE LineValue       TO PrnHeldLineValue
    DISPLAY HeldOrderLine
    ADD LineValue TO HeldCustomerTotal
    READ BaseOilsSalesFile
       AT END SET EndOfSalesFile TO TRUE
    END-READ.

PrintOneInvoice.
    ADD 1 TO NextInvoiceNumber
    MOVE ZEROS TO InvoiceTotal
    MOVE TodaysDate        TO InvoiceDate-IR
    MOVE InvoiceTotal      TO InvoiceTotal-IR
    WRITE InvoiceRegisterRec
    ADD 1 TO InvoicesWritten
    ADD InvoiceTotal TO InvoicedTotal.

FetchCustomerDiscount.
    MOVE ZERO TO CustDiscountPct
    END-IF.

PrintOneInvoiceLine.
*   The line shows the list extension, the money taken off, and the
*   nett.
    PERFORM PriceOneSaleLine
    COMPUTE ListLineValue = UnitsSold * UnitCost(OilNum, UnitSize)
    COMPUTE DiscountValue = ListLineValue - LineValue
    MOVE OilName(OilNum)           TO PrnOilName
    MOVE UnitSize                  TO PrnUnitSize
    MOVE LineValue                 TO PrnLineValue
    WRITE PrintLine FROM InvoiceDetailLine AFTER ADVANCING 1 LINE
    ADD LineValue TO InvoiceTotal
    ADD ListLineValue TO ListSalesTotal
    ADD DiscountValue TO DiscountTotal
    READ BaseOilsSalesFile
       AT END SET EndOfSalesFile TO TRUE
    END-READ.

PostInvoiceJournal.
*   What was invoiced plus the discounts allowed is the list value.
    MOVE "DEBTORS"      TO GLItem
    MOVE InvoicedTotal  TO GLDebit
    MOVE ZERO           TO GLCredit
    PERFORM PostOneGLLine
    MOVE "DISCOUNT"     TO GLItem
    MOVE DiscountTotal  TO GLDebit
    PERFORM PostOneGLLine
    MOVE ZERO           TO GLDebit
    MOVE "SALES"        TO GLItem
    MOVE ListSalesTotal TO GLCredit
    PERFORM PostOneGLLine.

PostOneGLLine.
    CALL "PostGLJournal" USING GLSource, GLBatchId, GLBatchType,
                               GLPeriod, GLItem, GLCostCentre,
                               GLDebit, GLCredit.

PriceOneSaleLine.
*   Quantity break first, then the customer-type discount.
    IF BreakQty(OilNum, UnitSize) > ZERO
       AND UnitsSold NOT LESS THAN BreakQty(OilNum, UnitSize)
       MOVE BreakPrice(OilNum, UnitSize) TO LineUnitPrice
    ELSE
       MOVE UnitCost(OilNum, UnitSize) TO LineUnitPrice
    END-IF
    COMPUTE LineValue ROUNDED =
            UnitsSold * LineUnitPrice
            * (1 - (CustDiscountPct / 100)).
