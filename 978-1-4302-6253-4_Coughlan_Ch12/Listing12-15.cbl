IDENTIFICATION DIVISION.
PROGRAM-ID. Listing12-15.
AUTHOR.  Michael Coughlan.
* Aromamora credit hold report.
* For credit control and the order desk.  From a keyed start date
* it lists, from the credit hold log:
*   - the customers put on credit hold by the aging run
*     (Listing12-9), with the over-60-day debt that triggered it;
*   - the customers released by credit control (Listing12-14), with
*     who released them and why;
* and then, from the held orders file the invoicing run
* (Listing12-7) writes, the value of orders still held per customer
* and in total.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT HoldLogFile ASSIGN TO "Listing12-9HoldLog.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS HoldLogStatus.

       SELECT HeldOrdersFile ASSIGN TO "Listing12-7Held.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS HeldOrdersStatus.

       SELECT CustomerMasterFile ASSIGN TO "Listing12-8Customers.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS CustomerId-CM
                 FILE STATUS IS CustomerMasterStatus.

DATA DIVISION.
FILE SECTION.
FD HoldLogFile.
01 HoldLogRec.
   88 EndOfHoldLog             VALUE HIGH-VALUES.
   02 CustomerId-HL            PIC X(5).
   02 EventDate-HL             PIC 9(8).
   02 EventType-HL             PIC X.
      88 HoldPlaced-HL         VALUE "H".
      88 HoldReleased-HL       VALUE "R".
   02 OperatorId-HL            PIC X(4).
   02 OverdueAmount-HL         PIC 9(7)V99.
   02 Reason-HL                PIC X(30).

FD HeldOrdersFile.
01 HeldOrderRec.
   88 EndOfHeldOrders          VALUE HIGH-VALUES.
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
   02 CustomerName-CM          PIC X(20).
   02 CustomerAddress-CM       PIC X(40).
   02 CreditLimit-CM           PIC 9(6)V99.
   02 TypeDiscount-CM          PIC 99V99.
   02 CreditHold-CM            PIC X.
      88 OnCreditHold          VALUE "H".
      88 NotOnCreditHold       VALUE SPACE.
   02 HoldDate-CM              PIC 9(8).

WORKING-STORAGE SECTION.
01 HoldLogStatus           PIC XX.
   88 NoHoldLog            VALUE "35".

01 HeldOrdersStatus        PIC XX.
   88 NoHeldOrdersFile     VALUE "35".

01 CustomerMasterStatus    PIC XX.
   88 CustomerFound        VALUE "00".

01 ReportEventType         PIC X.
01 ReportFromDate          PIC X(8).
01 ReportFromDateNum REDEFINES ReportFromDate
                           PIC 9(8).

*  Held orders totalled per customer in order of first appearance.
01 HeldCustomerTable.
   02 HeldCustomerEntry OCCURS 200 TIMES.
      03 HC-CustomerId     PIC X(5).
      03 HC-Lines          PIC 9(4).
      03 HC-Value          PIC 9(7)V99.

01 HeldCustomerCount       PIC 999 VALUE ZERO.
01 HeldCustomerIdx         PIC 999.

01 HoldsListed             PIC 9(4) VALUE ZERO.
01 ReleasesListed          PIC 9(4) VALUE ZERO.
01 TotalHeldValue          PIC 9(8)V99 VALUE ZERO.
01 PrnCount                PIC ZZZ9.
01 PrnTotalValue           PIC $$$,$$$,$$9.99.

01 HoldLine.
   02 PrnHoldDate          PIC 9(8).
   02 FILLER               PIC X(2) VALUE SPACES.
   02 PrnHoldCustId        PIC X(5).
   02 FILLER               PIC X(2) VALUE SPACES.
   02 PrnHoldName          PIC X(20).
   02 FILLER               PIC X(2) VALUE SPACES.
   02 PrnHoldOperator      PIC X(4).
   02 FILLER               PIC X(2) VALUE SPACES.
   02 PrnHoldDetail        PIC X(30).

01 PrnOverdue              PIC $$,$$$,$$9.99.

01 HeldValueLine.
   02 PrnHeldCustId        PIC X(5).
   02 FILLER               PIC X(2) VALUE SPACES.
   02 PrnHeldName          PIC X(20).
   02 FILLER               PIC X(2) VALUE SPACES.
   02 PrnHeldLines         PIC ZZZ9.
   02 FILLER               PIC X(2) VALUE SPACES.
   02 PrnHeldValue         PIC $$,$$$,$$9.99.
   02 FILLER               PIC X(2) VALUE SPACES.
   02 PrnHeldStatus        PIC X(8).

PROCEDURE DIVISION.
Begin.
    MOVE SPACES TO ReportFromDate
    PERFORM UNTIL ReportFromDate NUMERIC
       DISPLAY "Report holds and releases from (YYYYMMDD) - "
               WITH NO ADVANCING
       ACCEPT ReportFromDate
    END-PERFORM
    OPEN INPUT CustomerMasterFile
    DISPLAY " "
    DISPLAY "***** CUSTOMERS PUT ON CREDIT HOLD SINCE "
            ReportFromDate " *****"
    DISPLAY "Date      CustId Customer Name         By    "
            "Debt over 60 days"
    MOVE "H" TO ReportEventType
    PERFORM ListHoldEvents
    DISPLAY " "
    DISPLAY "***** CUSTOMERS RELEASED SINCE " ReportFromDate " *****"
    DISPLAY "Date      CustId Customer Name         By    Reason"
    MOVE "R" TO ReportEventType
    PERFORM ListHoldEvents
    DISPLAY " "
    DISPLAY "***** ORDERS HELD, NOT INVOICED *****"
    DISPLAY "CustId Customer Name        Lines          Value"
    PERFORM TotalHeldOrders
    PERFORM VARYING HeldCustomerIdx FROM 1 BY 1
            UNTIL HeldCustomerIdx > HeldCustomerCount
       PERFORM PrintOneHeldCustomer
    END-PERFORM
    CLOSE CustomerMasterFile
    DISPLAY " "
    MOVE HoldsListed TO PrnCount
    DISPLAY "Holds placed      - " PrnCount
    MOVE ReleasesListed TO PrnCount
    DISPLAY "Holds released    - " PrnCount
    MOVE TotalHeldValue TO PrnTotalValue
    DISPLAY "Orders held value - " PrnTotalValue
    STOP RUN.

ListHoldEvents.
*   Called once for the holds placed and once for the releases.
    OPEN INPUT HoldLogFile
    IF NoHoldLog
       EXIT PARAGRAPH
    END-IF
    READ HoldLogFile
       AT END SET EndOfHoldLog TO TRUE
    END-READ
    PERFORM UNTIL EndOfHoldLog
       IF EventType-HL = ReportEventType
          AND EventDate-HL NOT LESS THAN ReportFromDateNum
          PERFORM PrintOneHoldEvent
       END-IF
       READ HoldLogFile
          AT END SET EndOfHoldLog TO TRUE
       END-READ
    END-PERFORM
    CLOSE HoldLogFile.

PrintOneHoldEvent.
    MOVE CustomerId-HL TO CustomerId-CM
    PERFORM LookUpCustomerName
    MOVE EventDate-HL    TO PrnHoldDate
    MOVE CustomerId-HL   TO PrnHoldCustId
    MOVE CustomerName-CM TO PrnHoldName
    MOVE OperatorId-HL   TO PrnHoldOperator
    IF HoldPlaced-HL
       MOVE OverdueAmount-HL TO PrnOverdue
       MOVE PrnOverdue TO PrnHoldDetail
       ADD 1 TO HoldsListed
    ELSE
       MOVE Reason-HL TO PrnHoldDetail
       ADD 1 TO ReleasesListed
    END-IF
    DISPLAY HoldLine.

LookUpCustomerName.
    READ CustomerMasterFile
       INVALID KEY CONTINUE
    END-READ
    IF NOT CustomerFound
       MOVE "(not on customer file)" TO CustomerName-CM
       SET NotOnCreditHold TO TRUE
    END-IF.

TotalHeldOrders.
    OPEN INPUT HeldOrdersFile
    IF NoHeldOrdersFile
       EXIT PARAGRAPH
    END-IF
    READ HeldOrdersFile
       AT END SET EndOfHeldOrders TO TRUE
    END-READ
    PERFORM UNTIL EndOfHeldOrders
       PERFORM AddToHeldCustomer
       READ HeldOrdersFile
          AT END SET EndOfHeldOrders TO TRUE
       END-READ
    END-PERFORM
    CLOSE HeldOrdersFile.

AddToHeldCustomer.
    PERFORM VARYING HeldCustomerIdx FROM 1 BY 1
            UNTIL HeldCustomerIdx > HeldCustomerCount
       IF HC-CustomerId(HeldCustomerIdx) = CustomerId-HO
          EXIT PERFORM
       END-IF
    END-PERFORM
    IF HeldCustomerIdx > HeldCustomerCount
       IF HeldCustomerCount = 200
          DISPLAY "More than 200 held customers - the table must be "
                  "enlarged before this run."
          STOP RUN
       END-IF
       ADD 1 TO HeldCustomerCount
       MOVE CustomerId-HO TO HC-CustomerId(HeldCustomerCount)
       MOVE ZERO TO HC-Lines(HeldCustomerCount),
                    HC-Value(HeldCustomerCount)
    END-IF
    ADD 1 TO HC-Lines(HeldCustomerIdx)
    ADD HeldValue-HO TO HC-Value(HeldCustomerIdx)
    ADD HeldValue-HO TO TotalHeldValue.

PrintOneHeldCustomer.
    MOVE HC-CustomerId(HeldCustomerIdx) TO CustomerId-CM
    PERFORM LookUpCustomerName
    MOVE HC-CustomerId(HeldCustomerIdx) TO PrnHeldCustId
    MOVE CustomerName-CM                TO PrnHeldName
    MOVE HC-Lines(HeldCustomerIdx)      TO PrnHeldLines
    MOVE HC-Value(HeldCustomerIdx)      TO PrnHeldValue
    IF OnCreditHold
       MOVE "ON HOLD" TO PrnHeldStatus
    ELSE
       MOVE SPACES    TO PrnHeldStatus
    END-IF
    DISPLAY HeldValueLine.
