IDENTIFICATION DIVISION.
PROGRAM-ID. Listing18-18.
AUTHOR.  MICHAEL COUGHLAN.
*Campus Bookshop student pre-orders.
*Students queue at the start of term for titles that have not
*arrived yet; each one is now taken as a pre-order so there is a
*list of who is waiting when the delivery comes:
*  - the student number must be seven digits, the BookNum is
*    validated against the INDEXED BookFile with the title and
*    price shown back, and the deposit taken (not more than the
*    price) is recorded; a student holds one open pre-order per
*    book;
*  - the pre-order file is kept in date order within BookNum, so
*    the goods-received run (Listing18-5) allocates each delivery
*    to the longest-waiting students first and prints their
*    collection notices;
*  - a collection is keyed against the student and book, and the
*    balance to take at the till (price less deposit) shown;
*  - copies allocated but not collected within the number of days
*    keyed lapse and are released to the shelf, listed with the
*    deposits held.
*Collected and lapsed pre-orders are dropped when the file is
*rewritten at quit.  The sell-through report (Listing18-12) counts
*the open pre-orders as demand beside the till sales.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BookFile ASSIGN TO "Listing18-4-BF.DAT"
        ORGANIZATION IS INDEXED
        FILE STATUS IS FileStatus-BF
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BookNum-BF
        ALTERNATE RECORD KEY IS PublisherNum-BF
                WITH DUPLICATES.

    SELECT PreOrderFile ASSIGN TO "Listing18-18PreOrders.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PreOrderStatus.

DATA DIVISION.
FILE SECTION.
FD  BookFile.
01  BookRec-BF.
    02  BookNum-BF            PIC 9(4).
    02  PublisherNum-BF       PIC 9(4).
    02  BookTitle-BF          PIC X(30).
    02  EstPrice-BF           PIC 9(3)V99.

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
01  File-Stati.
    02  FileStatus-BF         PIC X(2).
        88 BookFound           VALUE "00".
    02  PreOrderStatus        PIC X(2).
        88 NoPreOrdersYet      VALUE "35".

*  W - waiting for the delivery, A - copy allocated and awaiting
*  collection, C - collected, L - lapsed and released to the shelf.
01  PreOrderTable.
    02  PreOrderEntry OCCURS 1000 TIMES.
        03  PO-BookNum        PIC 9(4).
        03  PO-OrderDate      PIC 9(8).
        03  PO-StudentId      PIC 9(7).
        03  PO-Deposit        PIC 9(3)V99.
        03  PO-Status         PIC X.
            88 PO-Waiting      VALUE "W".
            88 PO-Allocated    VALUE "A".
            88 PO-Collected    VALUE "C".
            88 PO-Lapsed       VALUE "L".
            88 PO-Open         VALUE "W", "A".
        03  PO-AllocatedDate  PIC 9(8).

01  PreOrderCount             PIC 9(4) VALUE ZERO.
01  PreOrderIdx               PIC 9(4).
01  FoundIdx                  PIC 9(4).
01  SubscriptA                PIC 9(4).
01  SubscriptB                PIC 9(4).
01  SwapPreOrderEntry         PIC X(33).

01  MenuChoice                PIC X.
    88 ChosePreOrder          VALUE "1".
    88 ChoseCollection        VALUE "2".
    88 ChoseLapse             VALUE "3".
    88 ChoseQuit              VALUE "0".
    88 ValidMenuChoice        VALUE "0" THRU "3".

01  EnteredStudentId          PIC X(7).
01  EnteredStudentIdN REDEFINES EnteredStudentId
                              PIC 9(7).
01  EnteredBookNum            PIC X(4).
01  EnteredBookNumN REDEFINES EnteredBookNum
                              PIC 9(4).
01  EnteredDeposit            PIC X(5).
01  EnteredDepositN REDEFINES EnteredDeposit
                              PIC 9(3)V99.
01  EnteredDays               PIC X(3).
01  EnteredDaysN REDEFINES EnteredDays
                              PIC 9(3).

01  FILLER                    PIC X VALUE "n".
    88 FieldAccepted          VALUE "y".
    88 FieldRejected          VALUE "n".

01  ConfirmReply              PIC X.
    88 EntryConfirmed         VALUE "Y", "y".

01  TodaysDate                PIC 9(8).
01  DaysWaiting               PIC 9(5).
01  BalanceDue                PIC S9(3)V99.
01  PreOrdersTaken            PIC 9(4) VALUE ZERO.
01  CollectionsKeyed          PIC 9(4) VALUE ZERO.
01  PreOrdersLapsed           PIC 9(4) VALUE ZERO.
01  LapsedDeposits            PIC 9(5)V99.
01  PrnCount                  PIC ZZZ9.
01  PrnMoney                  PIC $$,$$9.99.

01  LapsedHeading             PIC X(60) VALUE
    "Student  Book  Title                           Deposit".

01  LapsedLine.
    02  PrnStudentId          PIC 9(7).
    02  FILLER                PIC X(2) VALUE SPACES.
    02  PrnBookNum            PIC 9(4).
    02  FILLER                PIC X(2) VALUE SPACES.
    02  PrnBookTitle          PIC X(30).
    02  FILLER                PIC X(2) VALUE SPACES.
    02  PrnDeposit            PIC ZZ9.99.

PROCEDURE DIVISION.
Begin.
    DISPLAY "Campus Bookshop student pre-orders"
    MOVE FUNCTION CURRENT-DATE(1:8) TO TodaysDate
    PERFORM LoadPreOrderTable
    OPEN INPUT BookFile
    PERFORM DisplayMenuAndGetChoice
    PERFORM UNTIL ChoseQuit
       EVALUATE TRUE
           WHEN ChosePreOrder   PERFORM TakeOnePreOrder
           WHEN ChoseCollection PERFORM RecordOneCollection
           WHEN ChoseLapse      PERFORM LapseUncollected
       END-EVALUATE
       PERFORM DisplayMenuAndGetChoice
    END-PERFORM
    CLOSE BookFile
    PERFORM SortPreOrdersByBookAndDate
    PERFORM RewritePreOrderFile
    MOVE PreOrdersTaken TO PrnCount
    DISPLAY "Pre-orders taken this session - " PrnCount
    MOVE CollectionsKeyed TO PrnCount
    DISPLAY "Collections keyed             - " PrnCount
    MOVE PreOrdersLapsed TO PrnCount
    DISPLAY "Pre-orders lapsed             - " PrnCount
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

DisplayMenuAndGetChoice.
    DISPLAY " "
    DISPLAY "1. Take a pre-order"
    DISPLAY "2. Record a collection"
    DISPLAY "3. Lapse uncollected pre-orders"
    DISPLAY "0. Quit and rewrite the pre-order file"
    MOVE SPACE TO MenuChoice
    PERFORM UNTIL ValidMenuChoice
       DISPLAY "Enter choice - " WITH NO ADVANCING
       ACCEPT MenuChoice
    END-PERFORM.

TakeOnePreOrder.
    PERFORM GetValidStudentId
    PERFORM GetValidBook
    IF NOT BookFound
       EXIT PARAGRAPH
    END-IF
    PERFORM FindOpenPreOrder
    IF FoundIdx NOT = ZERO
       DISPLAY "Student " EnteredStudentId " already has pre-order"
               " dated " PO-OrderDate(FoundIdx) " for this book."
       EXIT PARAGRAPH
    END-IF
    IF PreOrderCount NOT LESS THAN 1000
       DISPLAY "Pre-order table full - pre-order not taken."
       EXIT PARAGRAPH
    END-IF
    PERFORM GetValidDeposit
    MOVE EnteredDepositN TO PrnMoney
    DISPLAY "Pre-order " BookTitle-BF " for " EnteredStudentId
            ", deposit " PrnMoney " (Y/N) - " WITH NO ADVANCING
    ACCEPT ConfirmReply
    IF EntryConfirmed
       ADD 1 TO PreOrderCount
       MOVE EnteredBookNumN   TO PO-BookNum(PreOrderCount)
       MOVE TodaysDate        TO PO-OrderDate(PreOrderCount)
       MOVE EnteredStudentIdN TO PO-StudentId(PreOrderCount)
       MOVE EnteredDepositN   TO PO-Deposit(PreOrderCount)
       SET PO-Waiting(PreOrderCount) TO TRUE
       MOVE ZEROS             TO PO-AllocatedDate(PreOrderCount)
       ADD 1 TO PreOrdersTaken
       DISPLAY "Pre-order taken."
    ELSE
       DISPLAY "Not taken."
    END-IF.

RecordOneCollection.
    PERFORM GetValidStudentId
    PERFORM GetValidBook
    IF NOT BookFound
       EXIT PARAGRAPH
    END-IF
    PERFORM FindOpenPreOrder
    IF FoundIdx = ZERO
       DISPLAY "No open pre-order for " EnteredStudentId
               " on this book."
       EXIT PARAGRAPH
    END-IF
    IF PO-Waiting(FoundIdx)
       DISPLAY "The copy has not arrived yet - pre-order still "
               "waiting."
       EXIT PARAGRAPH
    END-IF
    SET PO-Collected(FoundIdx) TO TRUE
    ADD 1 TO CollectionsKeyed
    COMPUTE BalanceDue = EstPrice-BF - PO-Deposit(FoundIdx)
    IF BalanceDue < ZERO
       MOVE ZERO TO BalanceDue
    END-IF
    MOVE BalanceDue TO PrnMoney
    DISPLAY "Collected - balance to take at the till " PrnMoney.

FindOpenPreOrder.
    MOVE ZERO TO FoundIdx
    PERFORM VARYING PreOrderIdx FROM 1 BY 1
            UNTIL PreOrderIdx > PreOrderCount OR FoundIdx NOT = ZERO
       IF PO-StudentId(PreOrderIdx) = EnteredStudentIdN
          AND PO-BookNum(PreOrderIdx) = EnteredBookNumN
          AND PO-Open(PreOrderIdx)
          MOVE PreOrderIdx TO FoundIdx
       END-IF
    END-PERFORM.

LapseUncollected.
    SET FieldRejected TO TRUE
    PERFORM UNTIL FieldAccepted
       DISPLAY "Days allowed for collection (3 digits) - "
               WITH NO ADVANCING
       ACCEPT EnteredDays
       IF EnteredDays NOT NUMERIC
          DISPLAY "Days must be 3 digits - " EnteredDays
       ELSE
          SET FieldAccepted TO TRUE
       END-IF
    END-PERFORM
    MOVE ZERO TO LapsedDeposits
    DISPLAY " "
    DISPLAY "***** LAPSED PRE-ORDERS - COPIES TO THE SHELF *****"
    DISPLAY LapsedHeading
    PERFORM VARYING PreOrderIdx FROM 1 BY 1
            UNTIL PreOrderIdx > PreOrderCount
       IF PO-Allocated(PreOrderIdx)
          COMPUTE DaysWaiting =
                  FUNCTION INTEGER-OF-DATE(TodaysDate)
                - FUNCTION INTEGER-OF-DATE(PO-AllocatedDate
                                                   (PreOrderIdx))
          IF DaysWaiting > EnteredDaysN
             PERFORM LapseOnePreOrder
          END-IF
       END-IF
    END-PERFORM
    MOVE LapsedDeposits TO PrnMoney
    DISPLAY "Deposits held on lapsed pre-orders - " PrnMoney.

LapseOnePreOrder.
    SET PO-Lapsed(PreOrderIdx) TO TRUE
    ADD 1 TO PreOrdersLapsed
    ADD PO-Deposit(PreOrderIdx) TO LapsedDeposits
    MOVE PO-BookNum(PreOrderIdx) TO BookNum-BF, PrnBookNum
    READ BookFile
       INVALID KEY MOVE "** book not on file **" TO BookTitle-BF
    END-READ
    MOVE BookTitle-BF              TO PrnBookTitle
    MOVE PO-StudentId(PreOrderIdx) TO PrnStudentId
    MOVE PO-Deposit(PreOrderIdx)   TO PrnDeposit
    DISPLAY LapsedLine.

GetValidStudentId.
    SET FieldRejected TO TRUE
    PERFORM UNTIL FieldAccepted
       DISPLAY "Student number (7 digits) - " WITH NO ADVANCING
       ACCEPT EnteredStudentId
       IF EnteredStudentId NOT NUMERIC OR EnteredStudentIdN = ZERO
          DISPLAY "Student number must be 7 digits - "
                  EnteredStudentId
       ELSE
          SET FieldAccepted TO TRUE
       END-IF
    END-PERFORM.

GetValidBook.
    SET FieldRejected TO TRUE
    PERFORM UNTIL FieldAccepted
       DISPLAY "BookNum (4 digits) - " WITH NO ADVANCING
       ACCEPT EnteredBookNum
       IF EnteredBookNum NOT NUMERIC
          DISPLAY "BookNum must be 4 digits - " EnteredBookNum
       ELSE
          SET FieldAccepted TO TRUE
       END-IF
    END-PERFORM
    MOVE EnteredBookNumN TO BookNum-BF
    READ BookFile
       INVALID KEY CONTINUE
    END-READ
    IF BookFound
       MOVE EstPrice-BF TO PrnMoney
       DISPLAY "Book - " BookTitle-BF " price " PrnMoney
    ELSE
       DISPLAY "Book " EnteredBookNum " is not on the BookFile."
    END-IF.

GetValidDeposit.
    SET FieldRejected TO TRUE
    PERFORM UNTIL FieldAccepted
       DISPLAY "Deposit taken (5 digits, as 999v99) - "
               WITH NO ADVANCING
       ACCEPT EnteredDeposit
       EVALUATE TRUE
          WHEN EnteredDeposit NOT NUMERIC
               DISPLAY "Deposit must be 5 digits - " EnteredDeposit
          WHEN EnteredDepositN > EstPrice-BF
               DISPLAY "Deposit cannot be more than the price."
          WHEN OTHER
               SET FieldAccepted TO TRUE
       END-EVALUATE
    END-PERFORM.

SortPreOrdersByBookAndDate.
* Bubble sort on BookNum then order date; equal keys are never
* swapped, so pre-orders taken the same day keep their queue order.
    PERFORM VARYING SubscriptA FROM 1 BY 1
            UNTIL SubscriptA >= PreOrderCount
       PERFORM VARYING SubscriptB FROM 1 BY 1
               UNTIL SubscriptB > PreOrderCount - SubscriptA
          IF PreOrderEntry(SubscriptB)(1:12)
             > PreOrderEntry(SubscriptB + 1)(1:12)
             MOVE PreOrderEntry(SubscriptB) TO SwapPreOrderEntry
             MOVE PreOrderEntry(SubscriptB + 1)
                  TO PreOrderEntry(SubscriptB)
             MOVE SwapPreOrderEntry TO PreOrderEntry(SubscriptB + 1)
          END-IF
       END-PERFORM
    END-PERFORM.

RewritePreOrderFile.
    OPEN OUTPUT PreOrderFile
    PERFORM VARYING PreOrderIdx FROM 1 BY 1
            UNTIL PreOrderIdx > PreOrderCount
       IF PO-Open(PreOrderIdx)
          MOVE PreOrderEntry(PreOrderIdx) TO PreOrderRec
          WRITE PreOrderRec
       END-IF
    END-PERFORM
    CLOSE PreOrderFile.
