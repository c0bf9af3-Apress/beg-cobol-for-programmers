*    flagging titles selling under the keyed percentage as early
*    returns candidates and titles sold beyond their receipts as
*    OVERSOLD for reorder before the semester is lost.
*Students' open pre-orders (Listing18-18) - waiting for a copy or
*with one set aside to collect - are demand the till has not seen
*yet, so the report shows them beside the copies sold and counts
*them with the sales in the sell-through percentage and the
*OVERSOLD test.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SalesToDateStatus.

    SELECT PreOrderFile ASSIGN TO "Listing18-18PreOrders.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PreOrderStatus.

DATA DIVISION.
FILE SECTION.
FD  BookFile.
    02  BookNum-STD           PIC 9(4).
    02  SalesToDate-STD       PIC 9(5).

FD  PreOrderFile.
01  PreOrderRec.
    88 EndOfPreOrders         VALUE HIGH-VALUES.
    02  BookNum-POR           PIC 9(4).
    02  OrderDate-POR         PIC 9(8).
    02  StudentId-POR         PIC 9(7).
    02  Deposit-POR           PIC 9(3)V99.
    02  Status-POR            PIC X.
        88 PreOrderOpen       VALUE "W", "A".
    02  AllocatedDate-POR     PIC 9(8).

WORKING-STORAGE SECTION.
01  File-Stati.
    02  FileStatus-BF         PIC X(2).
        88 RequisitionFound    VALUE "00".
    02  SalesToDateStatus     PIC X(2).
        88 NoSalesFileYet      VALUE "35".
    02  PreOrderStatus        PIC X(2).
        88 NoPreOrdersYet      VALUE "35".

01  SalesTable.
    02  SalesEntry OCCURS 500 TIMES.
        03  SA-BookNum        PIC 9(4).
        03  SA-SalesToDate    PIC 9(5).
        03  SA-PreOrdered     PIC 9(4).

01  SalesCount                PIC 9(3) VALUE ZERO.
01  SalesIdx                  PIC 9(3).
    88 FieldRejected          VALUE "n".

01  CopiesReceivedTotal       PIC 9(5).
01  BookDemand                PIC 9(6).
01  SellThroughPct            PIC 9(3)V9.
01  SalesKeyed                PIC 9(4) VALUE ZERO.
01  PrnCount                  PIC ZZZ9.

01  SellThroughHeading.
    02  FILLER                PIC X(38) VALUE
        "Book  Title                           ".
    02  FILLER                PIC X(46) VALUE
        "Received     Sold  PreOrd   Sell%  Flag".

01  SellThroughLine.
    02  PrnBookNum            PIC 9(4).
    02  FILLER                PIC X(2) VALUE SPACES.
    02  PrnBookTitle          PIC X(30).
    02  FILLER                PIC X(5) VALUE SPACES.
    02  PrnReceived           PIC ZZZZ9.
    02  FILLER                PIC X(4) VALUE SPACES.
    02  PrnSold               PIC ZZZZ9.
    02  FILLER                PIC X(4) VALUE SPACES.
    02  PrnPreOrdered         PIC ZZZ9.
    02  FILLER                PIC X(3) VALUE SPACES.
    02  PrnSellPct            PIC ZZ9.9.
    02  FILLER                PIC X(2) VALUE SPACES.
    02  PrnSellFlag           PIC X(18).
Begin.
    DISPLAY "Campus Bookshop till sales"
    PERFORM LoadSalesTable
    PERFORM LoadPreOrderDemand
    OPEN INPUT BookFile
    PERFORM DisplayMenuAndGetChoice
    PERFORM UNTIL ChoseQuit
          ADD 1 TO SalesCount
          MOVE BookNum-STD     TO SA-BookNum(SalesCount)
          MOVE SalesToDate-STD TO SA-SalesToDate(SalesCount)
          MOVE ZERO            TO SA-PreOrdered(SalesCount)
       END-IF
       READ SalesToDateFile
          AT END SET EndOfSalesToDate TO TRUE
       CLOSE SalesToDateFile
    END-IF.

LoadPreOrderDemand.
*   A book pre-ordered but not yet sold gets a table entry of its
*   own; it is not written to the sales file until a sale is keyed.
    OPEN INPUT PreOrderFile
    IF NoPreOrdersYet
       EXIT PARAGRAPH
    END-IF
    READ PreOrderFile
       AT END SET EndOfPreOrders TO TRUE
    END-READ
    PERFORM UNTIL EndOfPreOrders
       IF PreOrderOpen
          MOVE BookNum-POR TO EnteredBookNumN
          PERFORM FindOrAddSalesEntry
          IF FoundIdx NOT = ZERO
             ADD 1 TO SA-PreOrdered(FoundIdx)
          END-IF
       END-IF
       READ PreOrderFile
          AT END SET EndOfPreOrders TO TRUE
       END-READ
    END-PERFORM
    CLOSE PreOrderFile.

DisplayMenuAndGetChoice.
    DISPLAY " "
    DISPLAY "1. Key a till sale"
          MOVE SalesCount TO FoundIdx
          MOVE EnteredBookNumN TO SA-BookNum(FoundIdx)
          MOVE ZEROS           TO SA-SalesToDate(FoundIdx)
                                  SA-PreOrdered(FoundIdx)
       ELSE
          DISPLAY "Sales table full - sale not recorded."
       END-IF
    PERFORM SumCopiesReceived
    MOVE CopiesReceivedTotal      TO PrnReceived
    MOVE SA-SalesToDate(SalesIdx) TO PrnSold
    MOVE SA-PreOrdered(SalesIdx)  TO PrnPreOrdered
    COMPUTE BookDemand = SA-SalesToDate(SalesIdx)
                       + SA-PreOrdered(SalesIdx)
    IF CopiesReceivedTotal > ZERO
       COMPUTE SellThroughPct ROUNDED =
               BookDemand * 100 / CopiesReceivedTotal
    ELSE
       MOVE ZERO TO SellThroughPct
    END-IF
    MOVE SellThroughPct TO PrnSellPct
    EVALUATE TRUE
        WHEN BookDemand > CopiesReceivedTotal
             MOVE "OVERSOLD - REORDER" TO PrnSellFlag
        WHEN SellThroughPct < EnteredPctN
             MOVE "RETURNS CANDIDATE"  TO PrnSellFlag
    OPEN OUTPUT SalesToDateFile
    PERFORM VARYING SalesIdx FROM 1 BY 1
            UNTIL SalesIdx > SalesCount
       IF SA-SalesToDate(SalesIdx) > ZERO
          MOVE SA-BookNum(SalesIdx)     TO BookNum-STD
          MOVE SA-SalesToDate(SalesIdx) TO SalesToDate-STD
          WRITE SalesToDateRec
       END-IF
    END-PERFORM
    CLOSE SalesToDateFile.
