IDENTIFICATION DIVISION.
PROGRAM-ID. Listing12-14.
AUTHOR.  Michael Coughlan.
* Aromamora credit hold release.
* The month-end aging run (Listing12-9) puts customers with old debt
* on credit hold and the invoicing run (Listing12-7) then holds
* their orders instead of invoicing them.  Credit control (level 2,
* signed on through the shared SignOnOperator service) releases a
* hold here: the CustomerId is keyed, the name, hold date and the
* value of their held orders are shown back, and a reason must be
* given before the hold is taken off the customer master.  Every
* release is written to the credit hold log with the operator and
* the reason, and to the operator activity log.
* At the end of the session the released customers' lines are taken
* off the held orders file and sorted back into the
* BaseOilsSalesFile in CustomerId order, so the next invoicing run
* bills them.  Listing12-15 reports holds placed, holds released and
* the value of orders still held.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT CustomerMasterFile ASSIGN TO "Listing12-8Customers.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS CustomerId-CM
                 FILE STATUS IS CustomerMasterStatus.

       SELECT HoldLogFile ASSIGN TO "Listing12-9HoldLog.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS HoldLogStatus.

       SELECT HeldOrdersFile ASSIGN TO "Listing12-7Held.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS HeldOrdersStatus.

       SELECT StillHeldFile ASSIGN TO "Listing12-14StillHeld.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ReleasedOrdersFile ASSIGN TO "Listing12-14Released.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT BaseOilsSalesFile ASSIGN TO "Listing12-1.Dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS SalesFileStatus.

       SELECT SalesWorkFile ASSIGN TO "WORK1.TMP".

DATA DIVISION.
FILE SECTION.
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

FD HoldLogFile.
01 HoldLogRec.
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
   02 HeldSale-HO.
      03 CustomerId-HO         PIC X(5).
      03 FILLER                PIC X(32).
   02 HeldDate-HO              PIC 9(8).
   02 HeldValue-HO             PIC 9(5)V99.

FD StillHeldFile.
01 StillHeldRec                PIC X(52).

FD ReleasedOrdersFile.
01 ReleasedOrderRec            PIC X(37).

FD BaseOilsSalesFile.
01 SalesRec                    PIC X(37).

SD SalesWorkFile.
01 SalesWorkRec.
   02 CustomerId-SW            PIC X(5).
   02 FILLER                   PIC X(32).

WORKING-STORAGE SECTION.
01 CustomerMasterStatus    PIC XX.
   88 CustomerFound        VALUE "00".
   88 NoCustomerMaster     VALUE "35".

01 HoldLogStatus           PIC XX.
   88 NoHoldLogYet         VALUE "35".

01 HeldOrdersStatus        PIC XX.
   88 NoHeldOrdersFile     VALUE "35".

01 SalesFileStatus         PIC XX.
   88 NoSalesFileYet       VALUE "35".

01 OperatorId              PIC X(4).
01 SignOnProgramName       PIC X(12) VALUE "Listing12-14".
01 OperatorPermission      PIC 9.
   88 UpdatesAllowed       VALUE 2, 3.
01 LogActionName           PIC X(8).

01 MenuChoice              PIC X.
   88 ChoseRelease         VALUE "1".
   88 ChoseQuit            VALUE "0".
   88 ValidMenuChoice      VALUE "0", "1".

01 EnteredCustomerId       PIC X(5).
01 EnteredReason           PIC X(30).
01 ConfirmReply            PIC X.
   88 ReleaseConfirmed     VALUE "Y", "y".

01 ReleasedTable.
   02 ReleasedCustomer     PIC X(5) OCCURS 100 TIMES.
01 ReleasedCount           PIC 999 VALUE ZERO.
01 ReleasedIdx             PIC 999.

01 FILLER                  PIC X VALUE "n".
   88 CustomerReleased     VALUE "y".
   88 CustomerStillHeld    VALUE "n".

01 FILLER                  PIC X VALUE "n".
   88 CopyBackDone         VALUE "y".
   88 CopyBackLeft         VALUE "n".

01 TodaysDate              PIC 9(8).
01 HeldLinesForCustomer    PIC 9(4).
01 HeldValueForCustomer    PIC 9(7)V99.
01 LinesReturned           PIC 9(5) VALUE ZERO.
01 PrnCount                PIC ZZZZ9.
01 PrnValue                PIC $$,$$$,$$9.99.

PROCEDURE DIVISION.
Begin.
    DISPLAY "Aromamora credit hold release"
    CALL "SignOnOperator" USING SignOnProgramName, OperatorId,
                                OperatorPermission
    IF NOT UpdatesAllowed
       DISPLAY "Releasing credit holds needs permission level 2."
       STOP RUN
    END-IF
    MOVE FUNCTION CURRENT-DATE(1:8) TO TodaysDate
    OPEN I-O CustomerMasterFile
    IF NoCustomerMaster
       DISPLAY "No customer master - nothing to release."
       STOP RUN
    END-IF
    OPEN EXTEND HoldLogFile
    IF NoHoldLogYet
       OPEN OUTPUT HoldLogFile
    END-IF
    PERFORM DisplayMenuAndGetChoice
    PERFORM UNTIL ChoseQuit
       IF ChoseRelease
          PERFORM ReleaseOneHold
       END-IF
       PERFORM DisplayMenuAndGetChoice
    END-PERFORM
    CLOSE CustomerMasterFile, HoldLogFile
    IF ReleasedCount > ZERO
       PERFORM ReturnHeldOrdersToSales
    END-IF
    MOVE ReleasedCount TO PrnCount
    DISPLAY "Credit holds released        - " PrnCount
    MOVE LinesReturned TO PrnCount
    DISPLAY "Held lines returned to sales - " PrnCount
    STOP RUN.

DisplayMenuAndGetChoice.
    DISPLAY " "
    DISPLAY "1. Release a credit hold"
    DISPLAY "0. Quit"
    MOVE SPACE TO MenuChoice
    PERFORM UNTIL ValidMenuChoice
       DISPLAY "Enter choice - " WITH NO ADVANCING
       ACCEPT MenuChoice
    END-PERFORM.

ReleaseOneHold.
    DISPLAY "Customer id - " WITH NO ADVANCING
    ACCEPT EnteredCustomerId
    MOVE EnteredCustomerId TO CustomerId-CM
    READ CustomerMasterFile
       INVALID KEY CONTINUE
    END-READ
    IF NOT CustomerFound
       DISPLAY "Not on the customer master - " EnteredCustomerId
       EXIT PARAGRAPH
    END-IF
    IF NOT OnCreditHold
       DISPLAY CustomerName-CM " is not on credit hold."
       EXIT PARAGRAPH
    END-IF
    IF ReleasedCount = 100
       DISPLAY "More than 100 releases - the table must be enlarged "
               "before this run."
       EXIT PARAGRAPH
    END-IF
    PERFORM TotalHeldOrdersForCustomer
    DISPLAY "Customer - " CustomerName-CM
    DISPLAY "On hold since " HoldDate-CM
    MOVE HeldLinesForCustomer TO PrnCount
    MOVE HeldValueForCustomer TO PrnValue
    DISPLAY "Held order lines " PrnCount " value " PrnValue
    MOVE SPACES TO EnteredReason
    PERFORM UNTIL EnteredReason NOT = SPACES
       DISPLAY "Reason for release (30 chars) - " WITH NO ADVANCING
       ACCEPT EnteredReason
    END-PERFORM
    DISPLAY "Release the hold (Y/N) - " WITH NO ADVANCING
    ACCEPT ConfirmReply
    IF NOT ReleaseConfirmed
       DISPLAY "Hold not released."
       EXIT PARAGRAPH
    END-IF
    SET NotOnCreditHold TO TRUE
    MOVE ZERO TO HoldDate-CM
    REWRITE CustomerMasterRec
       INVALID KEY
          DISPLAY "Unexpected rewrite error - " CustomerId-CM
          EXIT PARAGRAPH
    END-REWRITE
    MOVE EnteredCustomerId TO CustomerId-HL
    MOVE TodaysDate        TO EventDate-HL
    SET HoldReleased-HL    TO TRUE
    MOVE OperatorId        TO OperatorId-HL
    MOVE ZERO              TO OverdueAmount-HL
    MOVE EnteredReason     TO Reason-HL
    WRITE HoldLogRec
    MOVE "CRRELEAS" TO LogActionName
    CALL "LogOperatorAction" USING OperatorId, SignOnProgramName,
                                   LogActionName
    ADD 1 TO ReleasedCount
    MOVE EnteredCustomerId TO ReleasedCustomer(ReleasedCount)
    DISPLAY "Hold released - " CustomerName-CM.

TotalHeldOrdersForCustomer.
    MOVE ZERO TO HeldLinesForCustomer, HeldValueForCustomer
    OPEN INPUT HeldOrdersFile
    IF NoHeldOrdersFile
       EXIT PARAGRAPH
    END-IF
    READ HeldOrdersFile
       AT END SET EndOfHeldOrders TO TRUE
    END-READ
    PERFORM UNTIL EndOfHeldOrders
       IF CustomerId-HO = EnteredCustomerId
          ADD 1 TO HeldLinesForCustomer
          ADD HeldValue-HO TO HeldValueForCustomer
       END-IF
       READ HeldOrdersFile
          AT END SET EndOfHeldOrders TO TRUE
       END-READ
    END-PERFORM
    CLOSE HeldOrdersFile.

ReturnHeldOrdersToSales.
*   Released customers' lines are split off the held orders file,
*   the rest copied back, and the released lines sorted into the
*   sales file.
    OPEN INPUT HeldOrdersFile
    IF NoHeldOrdersFile
       EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT StillHeldFile, ReleasedOrdersFile
    READ HeldOrdersFile
       AT END SET EndOfHeldOrders TO TRUE
    END-READ
    PERFORM UNTIL EndOfHeldOrders
       PERFORM CheckCustomerReleased
       IF CustomerReleased
          WRITE ReleasedOrderRec FROM HeldSale-HO
          ADD 1 TO LinesReturned
       ELSE
          WRITE StillHeldRec FROM HeldOrderRec
       END-IF
       READ HeldOrdersFile
          AT END SET EndOfHeldOrders TO TRUE
       END-READ
    END-PERFORM
    CLOSE HeldOrdersFile, StillHeldFile, ReleasedOrdersFile
    PERFORM CopyStillHeldBack
    OPEN INPUT BaseOilsSalesFile
    IF NoSalesFileYet
       OPEN OUTPUT BaseOilsSalesFile
    END-IF
    CLOSE BaseOilsSalesFile
    SORT SalesWorkFile ON ASCENDING KEY CustomerId-SW
         USING BaseOilsSalesFile, ReleasedOrdersFile
         GIVING BaseOilsSalesFile
    OPEN OUTPUT ReleasedOrdersFile
    CLOSE ReleasedOrdersFile.

CheckCustomerReleased.
    SET CustomerStillHeld TO TRUE
    PERFORM VARYING ReleasedIdx FROM 1 BY 1
            UNTIL ReleasedIdx > ReleasedCount
       IF ReleasedCustomer(ReleasedIdx) = CustomerId-HO
          SET CustomerReleased TO TRUE
          EXIT PERFORM
       END-IF
    END-PERFORM.

CopyStillHeldBack.
    OPEN INPUT StillHeldFile
    OPEN OUTPUT HeldOrdersFile
    SET CopyBackLeft TO TRUE
    READ StillHeldFile
       AT END SET CopyBackDone TO TRUE
    END-READ
    PERFORM UNTIL CopyBackDone
       WRITE HeldOrderRec FROM StillHeldRec
       READ StillHeldFile
          AT END SET CopyBackDone TO TRUE
       END-READ
    END-PERFORM
    CLOSE StillHeldFile, HeldOrdersFile.
