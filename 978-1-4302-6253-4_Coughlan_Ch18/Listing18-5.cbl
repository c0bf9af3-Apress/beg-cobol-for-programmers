*requisition still short, grouped by publisher (resolved through the
*BookFile), followed by a short-shipment exceptions list - partly
*received requisitions - for chasing.
*Copies received for a book go first to the students waiting on it
*(the pre-order file kept by Listing18-18, in date order within
*BookNum): each waiting pre-order is allocated a copy in turn until
*the delivery runs out, and a collection notice list - student,
*book, deposit paid and balance due - is printed for the counter.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    SELECT ExceptionsFile ASSIGN TO "Listing18-5Exceptions.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT PreOrderFile ASSIGN TO "Listing18-18PreOrders.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PreOrderStatus.

DATA DIVISION.
FILE SECTION.
FD  PurchaseReqFile.
FD  ExceptionsFile.
01  ExceptionRec              PIC X(57).

FD  PreOrderFile.
01  PreOrderRec.
    88 EndOfPreOrders         VALUE HIGH-VALUES.
    02  BookNum-POR           PIC 9(4).
    02  OrderDate-POR         PIC 9(8).
    02  StudentId-POR         PIC 9(7).
    02  Deposit-POR           PIC 9(3)V99.
    02  Status-POR            PIC X.
    02  AllocatedDate-POR     PIC 9(8).

WORKING-STORAGE SECTION.
01  ExceptionLine.
    02  ExcPRNumber           PIC 9(4).
        88 PublisherFound      VALUE "00".
    02  FileStatus-GRN        PIC X(2).
        88 NoGoodsReceivedFile VALUE "35".
    02  PreOrderStatus        PIC X(2).
        88 NoPreOrdersYet      VALUE "35".

01  RunCounts.
    02  ReceiptsMatched       PIC 9(4) VALUE ZERO.

01  PrevPublisherNum          PIC 9(4) VALUE 9999.

*  The pre-orders, in date order within BookNum as Listing18-18
*  keeps them, and the ones allocated a copy by this run.
01  PreOrderTable.
    02  PreOrderEntry OCCURS 1000 TIMES.
        03  PO-BookNum        PIC 9(4).
        03  PO-OrderDate      PIC 9(8).
        03  PO-StudentId      PIC 9(7).
        03  PO-Deposit        PIC 9(3)V99.
        03  PO-Status         PIC X.
            88 PO-Waiting      VALUE "W".
            88 PO-Allocated    VALUE "A".
        03  PO-AllocatedDate  PIC 9(8).
01  PreOrderCount             PIC 9(4) VALUE ZERO.
01  PreOrderIdx               PIC 9(4).

01  NoticeTable.
    02  NoticePreOrderIdx OCCURS 1000 TIMES PIC 9(4).
01  NoticeCount               PIC 9(4) VALUE ZERO.
01  NoticeIdx                 PIC 9(4).
01  CopiesToAllocate          PIC 9(3).
01  BalanceDue                PIC S9(3)V99.

01  NoticeHeading             PIC X(64) VALUE
    "Student  Title                           Deposit  Balance Due".

01  NoticeLine.
    02  PrnStudentId          PIC 9(7).
    02  FILLER                PIC X(2) VALUE SPACES.
    02  PrnNoticeTitle        PIC X(30).
    02  FILLER                PIC X(2) VALUE SPACES.
    02  PrnDeposit            PIC ZZ9.99.
    02  FILLER                PIC X(5) VALUE SPACES.
    02  PrnBalanceDue         PIC ZZ9.99.

01  PublisherHeadLine.
    02  FILLER                PIC X(12) VALUE "Publisher - ".
    02  PrnPublisherNum       PIC 9(4).
    OPEN INPUT BookFile
    OPEN INPUT PublisherFile
    OPEN OUTPUT ExceptionsFile
    PERFORM LoadPreOrderTable
    PERFORM MatchGoodsReceived
    PERFORM BuildOutstandingTable
    CLOSE PurchaseReqFile
    PERFORM SortOutstandingByPublisher
    DISPLAY "***** OUTSTANDING ORDERS BY PUBLISHER *****"
    PERFORM PrintOutstandingReport
    DISPLAY " "
    DISPLAY "***** SHORT SHIPMENTS - FOR CHASING *****"
    PERFORM PrintShortShipments
    DISPLAY " "
    DISPLAY "***** PRE-ORDERS READY FOR COLLECTION *****"
    PERFORM PrintCollectionNotices
    CLOSE BookFile, PublisherFile, ExceptionsFile
    PERFORM RewritePreOrderFile
    MOVE ReceiptsMatched TO PrnCount
    DISPLAY "Receipts matched  - " PrnCount
    MOVE ReceiptsRejected TO PrnCount
    DISPLAY "Receipts rejected - " PrnCount
    MOVE NoticeCount TO PrnCount
    DISPLAY "Pre-orders filled - " PrnCount
    STOP RUN.

LoadPreOrderTable.
    OPEN INPUT PreOrderFile
    IF NoPreOrdersYet
       EXIT PARAGRAPH
    END-IF
    READ PreOrderFile
       AT END SET EndOfPreOrders TO TRUE
    END-READ
    PERFORM UNTIL EndOfPreOrders
       IF PreOrderCount NOT LESS THAN 1000
          DISPLAY "More than 1000 pre-orders - the table must be "
                  "enlarged before this run."
          STOP RUN
       END-IF
       ADD 1 TO PreOrderCount
       MOVE PreOrderRec TO PreOrderEntry(PreOrderCount)
       READ PreOrderFile
          AT END SET EndOfPreOrders TO TRUE
       END-READ
    END-PERFORM
    CLOSE PreOrderFile.

MatchGoodsReceived.
    OPEN INPUT GoodsReceivedFile
    IF NoGoodsReceivedFile
                              PRNumber-PRF
       END-REWRITE
       ADD 1 TO ReceiptsMatched
       PERFORM AllocateToPreOrders
    END-IF
    READ GoodsReceivedFile
       AT END SET EndOfGoodsReceived TO TRUE
    END-READ.

AllocateToPreOrders.
*   The table is in date order within BookNum, so the first waiting
*   pre-orders found for the book are the longest-waiting.
    MOVE QtyReceived-GRN TO CopiesToAllocate
    PERFORM VARYING PreOrderIdx FROM 1 BY 1
            UNTIL PreOrderIdx > PreOrderCount
               OR CopiesToAllocate = ZERO
       IF PO-BookNum(PreOrderIdx) = BookNum-PRF
          AND PO-Waiting(PreOrderIdx)
          SET PO-Allocated(PreOrderIdx) TO TRUE
          MOVE DateReceived-GRN TO PO-AllocatedDate(PreOrderIdx)
          SUBTRACT 1 FROM CopiesToAllocate
          ADD 1 TO NoticeCount
          MOVE PreOrderIdx TO NoticePreOrderIdx(NoticeCount)
       END-IF
    END-PERFORM.

BuildOutstandingTable.
    MOVE ZEROS TO PRNumber-PRF
    START PurchaseReqFile KEY NOT LESS THAN PRNumber-PRF
          PERFORM PrintOneOutstandingLine
       END-IF
    END-PERFORM.

PrintCollectionNotices.
    IF NoticeCount = ZERO
       DISPLAY "No pre-orders filled by these deliveries."
       EXIT PARAGRAPH
    END-IF
    DISPLAY NoticeHeading
    PERFORM VARYING NoticeIdx FROM 1 BY 1
            UNTIL NoticeIdx > NoticeCount
       MOVE NoticePreOrderIdx(NoticeIdx) TO PreOrderIdx
       MOVE PO-BookNum(PreOrderIdx) TO BookNum-BF
       READ BookFile
          INVALID KEY
             MOVE "** book not on file **" TO BookTitle-BF
             MOVE ZEROS TO EstPrice-BF
       END-READ
       COMPUTE BalanceDue = EstPrice-BF - PO-Deposit(PreOrderIdx)
       IF BalanceDue < ZERO
          MOVE ZERO TO BalanceDue
       END-IF
       MOVE PO-StudentId(PreOrderIdx) TO PrnStudentId
       MOVE BookTitle-BF              TO PrnNoticeTitle
       MOVE PO-Deposit(PreOrderIdx)   TO PrnDeposit
       MOVE BalanceDue                TO PrnBalanceDue
       DISPLAY NoticeLine
    END-PERFORM.

RewritePreOrderFile.
    IF PreOrderCount = ZERO
       EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT PreOrderFile
    PERFORM VARYING PreOrderIdx FROM 1 BY 1
            UNTIL PreOrderIdx > PreOrderCount
       MOVE PreOrderEntry(PreOrderIdx) TO PreOrderRec
       WRITE PreOrderRec
    END-PERFORM
    CLOSE PreOrderFile.
