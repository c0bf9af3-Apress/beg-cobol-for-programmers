* desk maintains - name, address, and the credit limit the run
* checks CustTotalSales against.  Same load shape as the subscriber
* master loader (Listing14-11).
* Credit holds are not kept on the source: after the load the credit
* hold log (written by the aging run Listing12-9 and by credit
* control's releases in Listing12-14) is replayed in date order, so
* a customer on hold before the reload is still on hold after it.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
       SELECT CustomerSourceFile ASSIGN TO "Listing12-8Source.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT HoldLogFile ASSIGN TO "Listing12-9HoldLog.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS HoldLogStatus.

       SELECT CustomerMasterFile ASSIGN TO "Listing12-8Customers.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
*  Customer-type discount percentage applied to every invoice line.
   02 TypeDiscount-SRC         PIC 99V99.

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
01 CustomerMasterStatus        PIC XX.
   88 CustomerMasterOK         VALUE "00".

01 HoldLogStatus               PIC XX.
   88 NoHoldLog                VALUE "35".

01 LoadedCount                 PIC 9(4) VALUE ZERO.
01 HoldsRestored               PIC 9(4) VALUE ZERO.
01 RejectedCount               PIC 9(4) VALUE ZERO.
01 PrnCount                    PIC ZZZ9.

    END-READ
    PERFORM LoadOneCustomer UNTIL EndOfSourceFile
    CLOSE CustomerSourceFile, CustomerMasterFile
    PERFORM RestoreCreditHolds
    MOVE LoadedCount TO PrnCount
    DISPLAY "Customers loaded   - " PrnCount
    MOVE RejectedCount TO PrnCount
    DISPLAY "Customers rejected - " PrnCount
    MOVE HoldsRestored TO PrnCount
    DISPLAY "Credit holds restored - " PrnCount
    STOP RUN.

LoadOneCustomer.
    MOVE CustomerAddress-SRC TO CustomerAddress-CM
    MOVE CreditLimit-SRC     TO CreditLimit-CM
    MOVE TypeDiscount-SRC    TO TypeDiscount-CM
    SET NotOnCreditHold      TO TRUE
    MOVE ZERO                TO HoldDate-CM
    WRITE CustomerMasterRec
       INVALID KEY
          DISPLAY "Duplicate CustomerId rejected - " CustomerId-SRC
    READ CustomerSourceFile
       AT END SET EndOfSourceFile TO TRUE
    END-READ.

RestoreCreditHolds.
*   The last event logged for a customer decides whether they are
*   on hold; customers no longer on the source are ignored.
    OPEN INPUT HoldLogFile
    IF NoHoldLog
       EXIT PARAGRAPH
    END-IF
    OPEN I-O CustomerMasterFile
    READ HoldLogFile
       AT END SET EndOfHoldLog TO TRUE
    END-READ
    PERFORM UNTIL EndOfHoldLog
       MOVE CustomerId-HL TO CustomerId-CM
       READ CustomerMasterFile
          INVALID KEY CONTINUE
       END-READ
       IF CustomerMasterOK
          IF HoldPlaced-HL
             SET OnCreditHold TO TRUE
             MOVE EventDate-HL TO HoldDate-CM
          ELSE
             SET NotOnCreditHold TO TRUE
             MOVE ZERO TO HoldDate-CM
          END-IF
          REWRITE CustomerMasterRec
             INVALID KEY
                DISPLAY "Unexpected rewrite error - " CustomerId-CM
          END-REWRITE
       END-IF
       READ HoldLogFile
          AT END SET EndOfHoldLog TO TRUE
       END-READ
    END-PERFORM
    CLOSE HoldLogFile, CustomerMasterFile
    PERFORM CountHoldsRestored.

CountHoldsRestored.
    OPEN INPUT CustomerMasterFile
    MOVE LOW-VALUES TO CustomerId-CM
    START CustomerMasterFile KEY IS GREATER THAN CustomerId-CM
       INVALID KEY CONTINUE
    END-START
    PERFORM UNTIL NOT CustomerMasterOK
       READ CustomerMasterFile NEXT RECORD
          AT END CONTINUE
       END-READ
       IF CustomerMasterOK AND OnCreditHold
          ADD 1 TO HoldsRestored
       END-IF
    END-PERFORM
    CLOSE CustomerMasterFile.
