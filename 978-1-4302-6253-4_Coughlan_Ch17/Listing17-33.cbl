IDENTIFICATION DIVISION.
PROGRAM-ID.  Listing17-33.
AUTHOR.  Michael Coughlan.
* Weekly overdue parts orders report for the parts manager.
* Lists every purchase order line (raised by Listing17-32) that is
* still open - less received against it (by Listing17-18) than was
* ordered - and is past its due date as at the date keyed, grouped
* by supplier with the supplier's name and phone number from the
* SupplierFile so the orders can be chased.
* Each line shows the days it is overdue, the quantity outstanding
* and its value at the order's cost price; each supplier's overdue
* value is subtotalled and the report ends with the totals.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PurchaseOrderFile ASSIGN TO "Listing17-32Orders.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OrderStatus.

    SELECT SupplierFile ASSIGN TO "Listing17-31Suppliers.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS SupplierNum-SM
        FILE STATUS IS SupplierStatus.

DATA DIVISION.
FILE SECTION.
FD  PurchaseOrderFile.
01  PurchaseOrderRec.
    88  EndOfOrderFile          VALUE HIGH-VALUES.
    02  PONumber-PO             PIC 9(6).
    02  SupplierNum-PO          PIC 9(4).
    02  PartNum-PO              PIC 9(7).
    02  QtyOrdered-PO           PIC 9(5).
    02  UnitCost-PO             PIC 9(4)V99.
    02  OrderDate-PO            PIC 9(8).
    02  DueDate-PO              PIC 9(8).
    02  QtyReceived-PO          PIC 9(5).

FD  SupplierFile.
01  SupplierRec-SM.
    02  SupplierNum-SM          PIC 9(4).
    02  SupplierName-SM         PIC X(30).
    02  SupplierPhone-SM        PIC X(12).
    02  LeadTimeDays-SM         PIC 9(3).

WORKING-STORAGE SECTION.
01  OrderStatus                 PIC XX.
    88  NoOrderFile             VALUE "35".

01  SupplierStatus              PIC XX.
    88  NoSupplierFile          VALUE "35".

01  AsAtDate                    PIC 9(8).
01  FILLER                      PIC X.
    88  ValidAsAtDate           VALUE "y".
    88  InvalidAsAtDate         VALUE "n".

*  The overdue lines, sorted into supplier order for the report.
01  OverdueTable.
    02  OverdueEntry OCCURS 2000 TIMES.
        03  OV-SupplierNum      PIC 9(4).
        03  OV-PONumber         PIC 9(6).
        03  OV-PartNum          PIC 9(7).
        03  OV-DueDate          PIC 9(8).
        03  OV-DaysOverdue      PIC 9(4).
        03  OV-QtyOutstanding   PIC 9(5).
        03  OV-Value            PIC 9(7)V99.
01  OverdueCount                PIC 9(4) VALUE ZERO.
01  OverdueIdx                  PIC 9(4).
01  SubscriptA                  PIC 9(4).
01  SubscriptB                  PIC 9(4).
01  SwapOverdueEntry            PIC X(43).

01  QtyOutstanding              PIC 9(5).
01  CurrentSupplierNum          PIC 9(4).
01  SupplierValue               PIC 9(8)V99.
01  TotalValue                  PIC 9(9)V99 VALUE ZERO.
01  OpenLinesRead               PIC 9(5) VALUE ZERO.
01  SuppliersChased             PIC 9(4) VALUE ZERO.
01  PrnCount                    PIC ZZZZ9.
01  PrnMoney                    PIC $$$,$$$,$$9.99.

01  OverdueHeading              PIC X(70) VALUE
    "  PO No.  PartNum  Due Date  Days Late  Qty Out     Value".

01  OverdueLine.
    02  FILLER                  PIC X(2) VALUE SPACES.
    02  PrnPONumber             PIC 9(6).
    02  FILLER                  PIC X(2) VALUE SPACES.
    02  PrnPartNum              PIC 9(7).
    02  FILLER                  PIC X(2) VALUE SPACES.
    02  PrnDueDate              PIC 9(8).
    02  FILLER                  PIC X(4) VALUE SPACES.
    02  PrnDaysOverdue          PIC ZZZ9.
    02  FILLER                  PIC X(4) VALUE SPACES.
    02  PrnQtyOutstanding       PIC ZZZZ9.
    02  FILLER                  PIC X(2) VALUE SPACES.
    02  PrnValue                PIC $$$$,$$9.99.

PROCEDURE DIVISION.
Begin.
    SET InvalidAsAtDate TO TRUE
    PERFORM GetAsAtDate UNTIL ValidAsAtDate
    OPEN INPUT PurchaseOrderFile
    IF NoOrderFile
       DISPLAY "No purchase order file found."
       STOP RUN
    END-IF
    READ PurchaseOrderFile
       AT END SET EndOfOrderFile TO TRUE
    END-READ
    PERFORM ExamineOneOrderLine UNTIL EndOfOrderFile
    CLOSE PurchaseOrderFile
    PERFORM SortOverdueBySupplier
    OPEN INPUT SupplierFile
    DISPLAY "***** OVERDUE PARTS ORDERS AS AT " AsAtDate " *****"
    MOVE ZERO TO CurrentSupplierNum
    PERFORM VARYING OverdueIdx FROM 1 BY 1
            UNTIL OverdueIdx > OverdueCount
       IF OV-SupplierNum(OverdueIdx) NOT = CurrentSupplierNum
          IF CurrentSupplierNum NOT = ZERO
             PERFORM PrintSupplierTotal
          END-IF
          PERFORM PrintSupplierHeading
       END-IF
       PERFORM PrintOverdueLine
    END-PERFORM
    IF OverdueCount = ZERO
       DISPLAY "No parts orders are overdue."
    ELSE
       PERFORM PrintSupplierTotal
    END-IF
    IF NOT NoSupplierFile
       CLOSE SupplierFile
    END-IF
    DISPLAY " "
    MOVE OpenLinesRead TO PrnCount
    DISPLAY "Open order lines        - " PrnCount
    MOVE OverdueCount TO PrnCount
    DISPLAY "Overdue order lines     - " PrnCount
    MOVE SuppliersChased TO PrnCount
    DISPLAY "Suppliers to chase      - " PrnCount
    MOVE TotalValue TO PrnMoney
    DISPLAY "Total value overdue     - " PrnMoney
    STOP RUN.

GetAsAtDate.
    DISPLAY "Enter the as-at date (YYYYMMDD) - " WITH NO ADVANCING
    ACCEPT AsAtDate
    IF FUNCTION TEST-DATE-YYYYMMDD(AsAtDate) = ZERO
       SET ValidAsAtDate TO TRUE
    ELSE
       DISPLAY "Not a valid date - re-enter."
    END-IF.

ExamineOneOrderLine.
    IF QtyReceived-PO < QtyOrdered-PO
       ADD 1 TO OpenLinesRead
       IF DueDate-PO < AsAtDate
          PERFORM AddOverdueEntry
       END-IF
    END-IF
    READ PurchaseOrderFile
       AT END SET EndOfOrderFile TO TRUE
    END-READ.

AddOverdueEntry.
    IF OverdueCount NOT LESS THAN 2000
       DISPLAY "More than 2000 overdue order lines - the table must "
               "be enlarged before this run."
       STOP RUN
    END-IF
    ADD 1 TO OverdueCount
    COMPUTE QtyOutstanding = QtyOrdered-PO - QtyReceived-PO
    MOVE SupplierNum-PO TO OV-SupplierNum(OverdueCount)
    MOVE PONumber-PO    TO OV-PONumber(OverdueCount)
    MOVE PartNum-PO     TO OV-PartNum(OverdueCount)
    MOVE DueDate-PO     TO OV-DueDate(OverdueCount)
    MOVE QtyOutstanding TO OV-QtyOutstanding(OverdueCount)
    COMPUTE OV-DaysOverdue(OverdueCount) =
            FUNCTION INTEGER-OF-DATE(AsAtDate)
          - FUNCTION INTEGER-OF-DATE(DueDate-PO)
    COMPUTE OV-Value(OverdueCount) = QtyOutstanding * UnitCost-PO.

SortOverdueBySupplier.
* Bubble sort on supplier, PO number then PartNum - the table is
* small.
    PERFORM VARYING SubscriptA FROM 1 BY 1
            UNTIL SubscriptA >= OverdueCount
       PERFORM VARYING SubscriptB FROM 1 BY 1
               UNTIL SubscriptB > OverdueCount - SubscriptA
          IF OverdueEntry(SubscriptB)(1:17)
             > OverdueEntry(SubscriptB + 1)(1:17)
             MOVE OverdueEntry(SubscriptB) TO SwapOverdueEntry
             MOVE OverdueEntry(SubscriptB + 1)
                  TO OverdueEntry(SubscriptB)
             MOVE SwapOverdueEntry TO OverdueEntry(SubscriptB + 1)
          END-IF
       END-PERFORM
    END-PERFORM.

PrintSupplierHeading.
    MOVE OV-SupplierNum(OverdueIdx) TO CurrentSupplierNum
    MOVE ZERO TO SupplierValue
    ADD 1 TO SuppliersChased
    MOVE CurrentSupplierNum TO SupplierNum-SM
    IF NoSupplierFile
       MOVE "** unknown supplier **" TO SupplierName-SM
       MOVE SPACES TO SupplierPhone-SM
    ELSE
       READ SupplierFile
          INVALID KEY MOVE "** unknown supplier **"
                           TO SupplierName-SM
                      MOVE SPACES TO SupplierPhone-SM
       END-READ
    END-IF
    DISPLAY " "
    DISPLAY "Supplier " CurrentSupplierNum " " SupplierName-SM
            " Phone " SupplierPhone-SM
    DISPLAY OverdueHeading.

PrintOverdueLine.
    MOVE OV-PONumber(OverdueIdx)       TO PrnPONumber
    MOVE OV-PartNum(OverdueIdx)        TO PrnPartNum
    MOVE OV-DueDate(OverdueIdx)        TO PrnDueDate
    MOVE OV-DaysOverdue(OverdueIdx)    TO PrnDaysOverdue
    MOVE OV-QtyOutstanding(OverdueIdx) TO PrnQtyOutstanding
    MOVE OV-Value(OverdueIdx)          TO PrnValue
    DISPLAY OverdueLine
    ADD OV-Value(OverdueIdx) TO SupplierValue, TotalValue.

PrintSupplierTotal.
    MOVE SupplierValue TO PrnMoney
    DISPLAY "Overdue with this supplier - " PrnMoney.
