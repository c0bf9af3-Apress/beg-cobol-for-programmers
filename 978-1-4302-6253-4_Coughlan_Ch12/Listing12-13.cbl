IDENTIFICATION DIVISION.
PROGRAM-ID. Listing12-13.
AUTHOR.  Michael Coughlan.
* Aromamora order desk entry.
* The BaseOilsSalesFile used to arrive ready built and the credit
* limit was only checked afterwards by the summary run (Listing12-1).
* Orders are now taken here by an order desk operator (level 2,
* signed on through the shared SignOnOperator service):
*   - the CustomerId must be on the INDEXED customer master
*     (Listing12-8) and the name is shown back for confirmation;
*   - each line's OilNum and unit size must be on the oils price
*     file, and is priced the way the invoice run (Listing12-7)
*     will price it - quantity break first, then the customer-type
*     discount;
*   - each line is checked against the stock on the OilsStockFile,
*     less the units already ordered but not yet through the sales
*     run, and refused if there is not enough;
*   - the order is credit checked: the order value plus the
*     customer's open balance (invoices on the Listing12-7 register
*     less payments on the Listing12-9 payments file) plus orders
*     already waiting for the invoicing run must not exceed the
*     credit limit.  An order over the limit is refused unless a
*     level-3 supervisor overrides it - a level-3 operator may
*     override their own order, otherwise a supervisor signs on
*     there and then.
*   - a customer on credit hold (see Listing12-9) is refused outright
*     and referred to credit control.
* Accepted order lines are appended to an orders file as they are
* taken.  At the end of the session they are sorted with the
* BaseOilsSalesFile into ascending CustomerId order, which is the
* order the summary and invoicing runs read it in, and the orders
* file is emptied.  Lines left on the orders file by a session that
* did not finish are picked up by the next one.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT BaseOilsSalesFile ASSIGN TO "Listing12-1.Dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS SalesFileStatus.

       SELECT OrdersFile ASSIGN TO "Listing12-13Orders.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS OrdersFileStatus.

       SELECT OilsPriceFile ASSIGN TO "Listing12-1Oils.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OilsStockFile ASSIGN TO "Listing12-1Stock.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT InvoiceRegisterFile ASSIGN TO "Listing12-7Register.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS InvoiceRegisterStatus.

       SELECT PaymentsFile ASSIGN TO "Listing12-9Pay.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS PaymentsStatus.

       SELECT CustomerMasterFile ASSIGN TO "Listing12-8Customers.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS CustomerId-CM
                 FILE STATUS IS CustomerMasterStatus.

       SELECT SalesWorkFile ASSIGN TO "WORK1.TMP".

DATA DIVISION.
FILE SECTION.
FD BaseOilsSalesFile.
01 SalesRec.
   88 EndOfSalesFile           VALUE HIGH-VALUES.
   02 CustomerId               PIC X(5).
   02 CustomerName             PIC X(20).
   02 SalesRepId               PIC X(5).
   02 OilId.
      03 FILLER                PIC X.
      03 OilNum                PIC 99.
   02 UnitSize                 PIC 9.
   02 UnitsSold                PIC 999.

FD OrdersFile.
01 OrderRec.
   88 EndOfOrdersFile          VALUE HIGH-VALUES.
   02 CustomerId-ORD           PIC X(5).
   02 CustomerName-ORD         PIC X(20).
   02 SalesRepId-ORD           PIC X(5).
   02 OilId-ORD.
      03 OilPrefix-ORD         PIC X.
      03 OilNum-ORD            PIC 99.
   02 UnitSize-ORD             PIC 9.
   02 UnitsSold-ORD            PIC 999.

SD SalesWorkFile.
01 SalesWorkRec.
   02 CustomerId-SW            PIC X(5).
   02 FILLER                   PIC X(33).

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

FD InvoiceRegisterFile.
01 InvoiceRegisterRec.
   88 EndOfInvoiceRegister     VALUE HIGH-VALUES.
   02 InvoiceNumber-IR         PIC 9(6).
   02 CustomerId-IR            PIC X(5).
   02 InvoiceDate-IR           PIC 9(8).
   02 InvoiceTotal-IR          PIC 9(6)V99.

FD PaymentsFile.
01 PaymentRec-PF.
   88 EndOfPaymentsFile        VALUE HIGH-VALUES.
   02 CustomerId-PF            PIC X(5).
   02 PayDate-PF               PIC 9(8).
   02 PayAmount-PF             PIC 9(6)V99.

FD CustomerMasterFile.
01 CustomerMasterRec.
   02 CustomerId-CM            PIC X(5).
   02 CustomerName-CM          PIC X(20).
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
01 SalesFileStatus         PIC XX.
   88 NoSalesFileYet       VALUE "35".

01 OrdersFileStatus        PIC XX.
   88 NoOrdersFileYet      VALUE "35".

01 InvoiceRegisterStatus   PIC XX.
   88 NoInvoiceRegister    VALUE "35".

01 PaymentsStatus          PIC XX.
   88 NoPaymentsFile       VALUE "35".

01 CustomerMasterStatus    PIC XX.
   88 CustomerFound        VALUE "00".
   88 NoCustomerMaster     VALUE "35".

01 OperatorId              PIC X(4).
01 SignOnProgramName       PIC X(12) VALUE "Listing12-13".
01 OperatorPermission      PIC 9.
   88 UpdatesAllowed       VALUE 2, 3.
01 LogActionName           PIC X(8).

01 SupervisorId            PIC X(4).
01 SupervisorPermission    PIC 9.
   88 SupervisorLevel      VALUE 3.
01 OverrideReply           PIC X.
   88 OverrideGiven        VALUE "Y", "y".

01 OilsTable.
   02 BaseOil OCCURS 14 TIMES.
      03 OilName           PIC X(16).
      03 UnitCost          PIC 99V99 OCCURS 3 TIMES.
      03 BreakQty          PIC 999 OCCURS 3 TIMES.
      03 BreakPrice        PIC 99V99 OCCURS 3 TIMES.

*  Book stock, and the units on order that the sales run has not
*  yet taken off it.
01 StockTable.
   02 StockOil OCCURS 14 TIMES.
      03 StockCell OCCURS 3 TIMES.
         04 QtyInStock     PIC 9(5).
         04 QtyOnOrder     PIC 9(5).

*  The order being taken.
01 OrderLineTable.
   02 OrderLine OCCURS 20 TIMES.
      03 OL-OilNum         PIC 99.
      03 OL-UnitSize       PIC 9.
      03 OL-Units          PIC 999.
      03 OL-Value          PIC 9(5)V99.

01 OrderLineCount          PIC 99.
01 OrderLineIdx            PIC 99.

01 MenuChoice              PIC X.
   88 ChoseOrder           VALUE "1".
   88 ChoseQuit            VALUE "0".
   88 ValidMenuChoice      VALUE "0", "1".

01 EnteredCustomerId       PIC X(5).
01 EnteredRepId            PIC X(5).
01 EnteredOilNum           PIC XX.
01 EnteredOilNumN REDEFINES EnteredOilNum
                           PIC 99.
01 EnteredSize             PIC X.
01 EnteredSizeN REDEFINES EnteredSize
                           PIC 9.
01 EnteredQty              PIC X(3).
01 EnteredQtyN REDEFINES EnteredQty
                           PIC 999.
01 MoreLinesReply          PIC X.
   88 NoMoreLines          VALUE "N", "n".

01 FILLER                  PIC X VALUE "n".
   88 FieldAccepted        VALUE "y".
   88 FieldRejected        VALUE "n".

01 FILLER                  PIC X VALUE "y".
   88 OrderAccepted        VALUE "y".
   88 OrderRefused         VALUE "n".

01 CustDiscountPct         PIC 99V99.
01 CreditLimit             PIC 9(6)V99.
01 LineUnitPrice           PIC 99V99.
01 ValueOfSale             PIC 9(5)V99.
01 OrderValue              PIC 9(6)V99.
01 InvoicedTotal           PIC 9(8)V99.
01 PaidTotal               PIC 9(8)V99.
01 OpenBalance             PIC 9(8)V99.
01 AwaitingInvoiceValue    PIC 9(8)V99.
01 CreditExposure          PIC 9(8)V99.
01 UnitsAvailable          PIC 9(5).

01 OrdersAccepted          PIC 9(4) VALUE ZERO.
01 OrdersRefused           PIC 9(4) VALUE ZERO.
01 OrdersOverridden        PIC 9(4) VALUE ZERO.
01 LinesWritten            PIC 9(5) VALUE ZERO.
01 PrnCount                PIC ZZZ9.
01 PrnUnits                PIC ZZ,ZZ9.
01 PrnValue                PIC $$$,$$$,$$9.99.

PROCEDURE DIVISION.
Begin.
    DISPLAY "Aromamora order desk entry"
    CALL "SignOnOperator" USING SignOnProgramName, OperatorId,
                                OperatorPermission
    IF NOT UpdatesAllowed
       DISPLAY "Taking orders needs permission level 2."
       STOP RUN
    END-IF
    OPEN INPUT CustomerMasterFile
    IF NoCustomerMaster
       DISPLAY "No customer master - orders cannot be taken."
       STOP RUN
    END-IF
    PERFORM LoadOilsTable
    PERFORM LoadStockTable
    PERFORM LoadUnitsOnOrder
    OPEN EXTEND OrdersFile
    IF NoOrdersFileYet
       OPEN OUTPUT OrdersFile
    END-IF
    PERFORM DisplayMenuAndGetChoice
    PERFORM UNTIL ChoseQuit
       IF ChoseOrder
          PERFORM TakeOneOrder
       END-IF
       PERFORM DisplayMenuAndGetChoice
    END-PERFORM
    CLOSE OrdersFile, CustomerMasterFile
    PERFORM MergeOrdersIntoSalesFile
    DISPLAY " "
    MOVE OrdersAccepted TO PrnCount
    DISPLAY "Orders accepted   - " PrnCount
    MOVE OrdersOverridden TO PrnCount
    DISPLAY "  over limit, overridden - " PrnCount
    MOVE OrdersRefused TO PrnCount
    DISPLAY "Orders refused    - " PrnCount
    STOP RUN.

LoadOilsTable.
    MOVE SPACES TO OilsTable
    OPEN INPUT OilsPriceFile
    READ OilsPriceFile
       AT END SET EndOfOilsPriceFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfOilsPriceFile
       MOVE OilName-OPF TO OilName(OilNum-OPF)
       MOVE UnitCost-OPF(1) TO UnitCost(OilNum-OPF, 1)
       MOVE UnitCost-OPF(2) TO UnitCost(OilNum-OPF, 2)
       MOVE UnitCost-OPF(3) TO UnitCost(OilNum-OPF, 3)
       MOVE BreakQty-OPF(1) TO BreakQty(OilNum-OPF, 1)
       MOVE BreakQty-OPF(2) TO BreakQty(OilNum-OPF, 2)
       MOVE BreakQty-OPF(3) TO BreakQty(OilNum-OPF, 3)
       MOVE BreakPrice-OPF(1) TO BreakPrice(OilNum-OPF, 1)
       MOVE BreakPrice-OPF(2) TO BreakPrice(OilNum-OPF, 2)
       MOVE BreakPrice-OPF(3) TO BreakPrice(OilNum-OPF, 3)
       READ OilsPriceFile
          AT END SET EndOfOilsPriceFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE OilsPriceFile.

LoadStockTable.
    MOVE ZEROS TO StockTable
    OPEN INPUT OilsStockFile
    READ OilsStockFile
       AT END SET EndOfOilsStockFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfOilsStockFile
       MOVE QtyInStock-OSF TO QtyInStock(OilNum-OSF, UnitSize-OSF)
       READ OilsStockFile
          AT END SET EndOfOilsStockFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE OilsStockFile.

LoadUnitsOnOrder.
*   Everything on the sales file and on the orders file is still to
*   come off the book stock.
    OPEN INPUT BaseOilsSalesFile
    IF NoSalesFileYet
       OPEN OUTPUT BaseOilsSalesFile
       CLOSE BaseOilsSalesFile
    ELSE
       READ BaseOilsSalesFile
          AT END SET EndOfSalesFile TO TRUE
       END-READ
       PERFORM UNTIL EndOfSalesFile
          ADD UnitsSold TO QtyOnOrder(OilNum, UnitSize)
          READ BaseOilsSalesFile
             AT END SET EndOfSalesFile TO TRUE
          END-READ
       END-PERFORM
       CLOSE BaseOilsSalesFile
    END-IF
    OPEN INPUT OrdersFile
    IF NoOrdersFileYet
       EXIT PARAGRAPH
    END-IF
    READ OrdersFile
       AT END SET EndOfOrdersFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfOrdersFile
       ADD UnitsSold-ORD TO QtyOnOrder(OilNum-ORD, UnitSize-ORD)
       READ OrdersFile
          AT END SET EndOfOrdersFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE OrdersFile.

DisplayMenuAndGetChoice.
    DISPLAY " "
    DISPLAY "1. Take an order"
    DISPLAY "0. Quit and release the orders to the sales file"
    MOVE SPACE TO MenuChoice
    PERFORM UNTIL ValidMenuChoice
       DISPLAY "Enter choice - " WITH NO ADVANCING
       ACCEPT MenuChoice
    END-PERFORM.

TakeOneOrder.
    PERFORM GetValidCustomer
    IF OnCreditHold
       DISPLAY "Customer on credit hold since " HoldDate-CM
               " - refer to credit control."
       ADD 1 TO OrdersRefused
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Sales rep id - " WITH NO ADVANCING
    ACCEPT EnteredRepId
    MOVE ZERO TO OrderLineCount, OrderValue
    MOVE SPACE TO MoreLinesReply
    PERFORM UNTIL NoMoreLines OR OrderLineCount = 20
       PERFORM TakeOneOrderLine
       DISPLAY "Another line (Y/N) - " WITH NO ADVANCING
       ACCEPT MoreLinesReply
    END-PERFORM
    IF OrderLineCount = ZERO
       DISPLAY "No lines - nothing ordered."
       EXIT PARAGRAPH
    END-IF
    MOVE OrderValue TO PrnValue
    DISPLAY "Order value - " PrnValue
    SET OrderAccepted TO TRUE
    PERFORM CheckOrderAgainstCredit
    IF OrderRefused
       ADD 1 TO OrdersRefused
       DISPLAY "Order refused - nothing written."
       EXIT PARAGRAPH
    END-IF
    PERFORM VARYING OrderLineIdx FROM 1 BY 1
            UNTIL OrderLineIdx > OrderLineCount
       PERFORM WriteOneOrderLine
    END-PERFORM
    ADD 1 TO OrdersAccepted
    MOVE "ORDER" TO LogActionName
    CALL "LogOperatorAction" USING OperatorId, SignOnProgramName,
                                   LogActionName
    DISPLAY "Order accepted for " CustomerName-CM.

GetValidCustomer.
    SET FieldRejected TO TRUE
    PERFORM UNTIL FieldAccepted
       DISPLAY "Customer id - " WITH NO ADVANCING
       ACCEPT EnteredCustomerId
       MOVE EnteredCustomerId TO CustomerId-CM
       READ CustomerMasterFile
          INVALID KEY CONTINUE
       END-READ
       IF CustomerFound
          DISPLAY "Customer - " CustomerName-CM
          MOVE TypeDiscount-CM TO CustDiscountPct
          MOVE CreditLimit-CM  TO CreditLimit
          SET FieldAccepted TO TRUE
       ELSE
          DISPLAY "Not on the customer master - " EnteredCustomerId
       END-IF
    END-PERFORM.

TakeOneOrderLine.
    PERFORM GetValidOilNum
    PERFORM GetValidSize
    PERFORM GetValidQty
    COMPUTE UnitsAvailable =
            QtyInStock(EnteredOilNumN, EnteredSizeN)
          - QtyOnOrder(EnteredOilNumN, EnteredSizeN)
    IF QtyInStock(EnteredOilNumN, EnteredSizeN) NOT GREATER THAN
       QtyOnOrder(EnteredOilNumN, EnteredSizeN)
       MOVE ZERO TO UnitsAvailable
    END-IF
    IF EnteredQtyN > UnitsAvailable
       MOVE UnitsAvailable TO PrnUnits
       DISPLAY "Not enough stock - available " PrnUnits
               " - line refused"
       EXIT PARAGRAPH
    END-IF
*   Quantity break first, then the customer-type discount - the
*   same arithmetic the invoice run uses.
    IF BreakQty(EnteredOilNumN, EnteredSizeN) > ZERO
       AND EnteredQtyN NOT LESS THAN
           BreakQty(EnteredOilNumN, EnteredSizeN)
       MOVE BreakPrice(EnteredOilNumN, EnteredSizeN) TO LineUnitPrice
    ELSE
       MOVE UnitCost(EnteredOilNumN, EnteredSizeN) TO LineUnitPrice
    END-IF
    COMPUTE ValueOfSale ROUNDED =
            EnteredQtyN * LineUnitPrice
            * (1 - (CustDiscountPct / 100))
    ADD 1 TO OrderLineCount
    MOVE EnteredOilNumN TO OL-OilNum(OrderLineCount)
    MOVE EnteredSizeN   TO OL-UnitSize(OrderLineCount)
    MOVE EnteredQtyN    TO OL-Units(OrderLineCount)
    MOVE ValueOfSale    TO OL-Value(OrderLineCount)
    ADD ValueOfSale TO OrderValue
    ADD EnteredQtyN TO QtyOnOrder(EnteredOilNumN, EnteredSizeN)
    MOVE ValueOfSale TO PrnValue
    DISPLAY "Line value - " PrnValue.

GetValidOilNum.
    SET FieldRejected TO TRUE
    PERFORM UNTIL FieldAccepted
       DISPLAY "Oil number (2 digits) - " WITH NO ADVANCING
       ACCEPT EnteredOilNum
       IF EnteredOilNum NOT NUMERIC
          OR EnteredOilNumN < 1 OR EnteredOilNumN > 14
          DISPLAY "Oil number must be 01-14 - " EnteredOilNum
       ELSE
          IF OilName(EnteredOilNumN) = SPACES
             DISPLAY "No such oil on the price file."
          ELSE
             DISPLAY "Oil - " OilName(EnteredOilNumN)
             SET FieldAccepted TO TRUE
          END-IF
       END-IF
    END-PERFORM.

GetValidSize.
    SET FieldRejected TO TRUE
    PERFORM UNTIL FieldAccepted
       DISPLAY "Unit size (1-3) - " WITH NO ADVANCING
       ACCEPT EnteredSize
       IF EnteredSize NOT NUMERIC
          OR EnteredSizeN < 1 OR EnteredSizeN > 3
          DISPLAY "Unit size must be 1, 2 or 3 - " EnteredSize
       ELSE
          IF UnitCost(EnteredOilNumN, EnteredSizeN) = ZERO
             DISPLAY "No price for that size on the price file."
          ELSE
             SET FieldAccepted TO TRUE
          END-IF
       END-IF
    END-PERFORM.

GetValidQty.
    SET FieldRejected TO TRUE
    PERFORM UNTIL FieldAccepted
       DISPLAY "Units (3 digits) - " WITH NO ADVANCING
       ACCEPT EnteredQty
       IF EnteredQty NOT NUMERIC OR EnteredQtyN = ZERO
          DISPLAY "Units must be 3 digits - " EnteredQty
       ELSE
          SET FieldAccepted TO TRUE
       END-IF
    END-PERFORM.

CheckOrderAgainstCredit.
    PERFORM ComputeOpenBalance
    PERFORM ComputeAwaitingInvoice
    COMPUTE CreditExposure =
            OrderValue + OpenBalance + AwaitingInvoiceValue
    MOVE OpenBalance TO PrnValue
    DISPLAY "Open balance          - " PrnValue
    MOVE AwaitingInvoiceValue TO PrnValue
    DISPLAY "Awaiting invoice      - " PrnValue
    MOVE CreditLimit TO PrnValue
    DISPLAY "Credit limit          - " PrnValue
    IF CreditExposure > CreditLimit
       MOVE CreditExposure TO PrnValue
       DISPLAY "WARNING - this order takes the customer to "
               PrnValue ", over the credit limit."
       PERFORM GetSupervisorOverride
    END-IF
    IF OrderRefused
       PERFORM VARYING OrderLineIdx FROM 1 BY 1
               UNTIL OrderLineIdx > OrderLineCount
          SUBTRACT OL-Units(OrderLineIdx) FROM
                   QtyOnOrder(OL-OilNum(OrderLineIdx),
                              OL-UnitSize(OrderLineIdx))
       END-PERFORM
    END-IF.

ComputeOpenBalance.
*   Invoices raised less payments received, as the aged receivables
*   run (Listing12-9) works it out; a customer in credit owes
*   nothing.
    MOVE ZERO TO InvoicedTotal, PaidTotal, OpenBalance
    OPEN INPUT InvoiceRegisterFile
    IF NOT NoInvoiceRegister
       READ InvoiceRegisterFile
          AT END SET EndOfInvoiceRegister TO TRUE
       END-READ
       PERFORM UNTIL EndOfInvoiceRegister
          IF CustomerId-IR = EnteredCustomerId
             ADD InvoiceTotal-IR TO InvoicedTotal
          END-IF
          READ InvoiceRegisterFile
             AT END SET EndOfInvoiceRegister TO TRUE
          END-READ
       END-PERFORM
       CLOSE InvoiceRegisterFile
    END-IF
    OPEN INPUT PaymentsFile
    IF NOT NoPaymentsFile
       READ PaymentsFile
          AT END SET EndOfPaymentsFile TO TRUE
       END-READ
       PERFORM UNTIL EndOfPaymentsFile
          IF CustomerId-PF = EnteredCustomerId
             ADD PayAmount-PF TO PaidTotal
          END-IF
          READ PaymentsFile
             AT END SET EndOfPaymentsFile TO TRUE
          END-READ
       END-PERFORM
       CLOSE PaymentsFile
    END-IF
    IF InvoicedTotal > PaidTotal
       COMPUTE OpenBalance = InvoicedTotal - PaidTotal
    END-IF.

ComputeAwaitingInvoice.
*   Earlier orders for the customer on the sales file and on the
*   orders file, priced as the invoice run will price them.
    MOVE ZERO TO AwaitingInvoiceValue
    OPEN INPUT BaseOilsSalesFile
    READ BaseOilsSalesFile
       AT END SET EndOfSalesFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfSalesFile
       IF CustomerId = EnteredCustomerId
          PERFORM PriceAwaitingSale
       END-IF
       READ BaseOilsSalesFile
          AT END SET EndOfSalesFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE BaseOilsSalesFile
    CLOSE OrdersFile
    OPEN INPUT OrdersFile
    READ OrdersFile
       AT END SET EndOfOrdersFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfOrdersFile
       IF CustomerId-ORD = EnteredCustomerId
          MOVE OrderRec TO SalesRec
          PERFORM PriceAwaitingSale
       END-IF
       READ OrdersFile
          AT END SET EndOfOrdersFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE OrdersFile
    OPEN EXTEND OrdersFile.

PriceAwaitingSale.
    IF BreakQty(OilNum, UnitSize) > ZERO
       AND UnitsSold NOT LESS THAN BreakQty(OilNum, UnitSize)
       MOVE BreakPrice(OilNum, UnitSize) TO LineUnitPrice
    ELSE
       MOVE UnitCost(OilNum, UnitSize) TO LineUnitPrice
    END-IF
    COMPUTE ValueOfSale ROUNDED =
            UnitsSold * LineUnitPrice
            * (1 - (CustDiscountPct / 100))
    ADD ValueOfSale TO AwaitingInvoiceValue.

GetSupervisorOverride.
    IF OperatorPermission = 3
       DISPLAY "Override as supervisor (Y/N) - " WITH NO ADVANCING
       ACCEPT OverrideReply
       IF OverrideGiven
          MOVE OperatorId TO SupervisorId
       ELSE
          SET OrderRefused TO TRUE
          EXIT PARAGRAPH
       END-IF
    ELSE
       DISPLAY "A level-3 supervisor must sign on to override."
       CALL "SignOnOperator" USING SignOnProgramName, SupervisorId,
                                   SupervisorPermission
       IF NOT SupervisorLevel OR SupervisorId = OperatorId
          DISPLAY "No supervisor override given."
          SET OrderRefused TO TRUE
          EXIT PARAGRAPH
       END-IF
    END-IF
    MOVE "CROVERRD" TO LogActionName
    CALL "LogOperatorAction" USING SupervisorId, SignOnProgramName,
                                   LogActionName
    ADD 1 TO OrdersOverridden
    DISPLAY "Credit limit overridden by " SupervisorId.

WriteOneOrderLine.
    MOVE EnteredCustomerId             TO CustomerId-ORD
    MOVE CustomerName-CM               TO CustomerName-ORD
    MOVE EnteredRepId                  TO SalesRepId-ORD
    MOVE "O"                           TO OilPrefix-ORD
    MOVE OL-OilNum(OrderLineIdx)       TO OilNum-ORD
    MOVE OL-UnitSize(OrderLineIdx)     TO UnitSize-ORD
    MOVE OL-Units(OrderLineIdx)        TO UnitsSold-ORD
    WRITE OrderRec
    ADD 1 TO LinesWritten.

MergeOrdersIntoSalesFile.
*   The sales file must stay in CustomerId order for the control
*   breaks in the summary and invoicing runs.
    SORT SalesWorkFile ON ASCENDING KEY CustomerId-SW
         USING BaseOilsSalesFile, OrdersFile
         GIVING BaseOilsSalesFile
    OPEN OUTPUT OrdersFile
    CLOSE OrdersFile
    MOVE LinesWritten TO PrnCount
    DISPLAY "Order lines released to the sales file - " PrnCount.
