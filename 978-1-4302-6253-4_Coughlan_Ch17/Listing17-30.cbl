IDENTIFICATION DIVISION.
PROGRAM-ID.  Listing17-30.
AUTHOR.  Michael Coughlan.
* Film lending - receipt of copies bought on a purchase order.
* The purchase orders raised by the acquisition run (Listing17-29)
* are on the purchase order file.  When a delivery arrives the
* operator keys the purchase order number, the FilmId and the number
* of copies in the box; the quantity may not exceed what is still
* outstanding on that order line.  Each copy received is added to
* the FilmFile as the next CopyNum under the existing FilmId, with
* the title, director, genre and year of the copies already there,
* and goes in circulating - so it is offered at the next check-out
* and fills the next reservation (Listing17-13).  Where borrowers are
* waiting on the title, the head of the queue is shown for each new
* copy so the copy goes to the hold shelf rather than the wall.
* The quantity received is written back to the purchase order file
* at the end of the session.
* The operator signs on through the shared SignOnOperator service:
* receiving copies needs permission level 2.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT FilmFile ASSIGN TO "Listing17-7Films.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FilmKey-FF
        ALTERNATE RECORD KEY IS FilmTitle-FF
                     WITH DUPLICATES
        ALTERNATE RECORD KEY IS DirectorId-FF
                     WITH DUPLICATES
        ALTERNATE RECORD KEY IS Genre-FF
                     WITH DUPLICATES
        FILE STATUS IS FilmStatus.

    SELECT BorrowerFile ASSIGN TO "Listing17-13Borrowers.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS BorrowerId-BF
        FILE STATUS IS BorrowerStatus.

    SELECT ReservationFile ASSIGN TO "Listing17-21Resv.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ReservationStatus.

    SELECT PurchaseOrderFile ASSIGN TO "Listing17-29Orders.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OrderStatus.

DATA DIVISION.
FILE SECTION.
FD FilmFile.
01 FilmRec-FF.
   02 FilmKey-FF.
      03 FilmId-FF           PIC 9(7).
      03 CopyNum-FF          PIC 99.
   02 FilmTitle-FF           PIC X(40).
   02 DirectorId-FF          PIC 9(3).
   02 Genre-FF               PIC X(10).
   02 ReleaseYear-FF         PIC 9(4).
   02 CopyState-FF           PIC X.
      88 CopyInCirculation   VALUE SPACE.
      88 CopyWithdrawn       VALUE "L", "D".
   02 WithdrawnDate-FF       PIC 9(8).

FD BorrowerFile.
01 BorrowerRec-BF.
   02 BorrowerId-BF          PIC 9(5).
   02 BorrowerName-BF        PIC X(25).
   02 BorrowerPhone-BF       PIC X(12).

FD ReservationFile.
01 ReservationRec.
   88 EndOfReservationFile   VALUE HIGH-VALUES.
   02 FilmId-RV              PIC 9(7).
   02 BorrowerId-RV          PIC 9(5).
   02 DateTaken-RV           PIC 9(8).

FD PurchaseOrderFile.
01 PurchaseOrderRec.
   88 EndOfOrderFile         VALUE HIGH-VALUES.
   02 PONumber-PO            PIC 9(6).
   02 DistributorId-PO       PIC X(6).
   02 FilmId-PO              PIC 9(7).
   02 QtyOrdered-PO          PIC 9(3).
   02 UnitCost-PO            PIC 9(3)V99.
   02 OrderDate-PO           PIC 9(8).
   02 QtyReceived-PO         PIC 9(3).

WORKING-STORAGE SECTION.
01 FilmStatus               PIC XX.
   88 FilmFound             VALUE "00".
   88 NoFilmFile            VALUE "35".
01 BorrowerStatus           PIC XX.
01 ReservationStatus        PIC XX.
   88 NoReservationFile     VALUE "35".
01 OrderStatus              PIC XX.
   88 NoOrderFile           VALUE "35".

01 OperatorId               PIC X(4).
01 SignOnProgramName        PIC X(12) VALUE "Listing17-30".
01 OperatorPermission       PIC 9.
   88 UpdatesAllowed        VALUE 2, 3.
01 LogActionName            PIC X(8).

*  The purchase order lines, in the same layout as the file.
01 OrderTable.
   02 OrderEntry OCCURS 2000 TIMES.
      03 OT-PONumber        PIC 9(6).
      03 OT-DistributorId   PIC X(6).
      03 OT-FilmId          PIC 9(7).
      03 OT-QtyOrdered      PIC 9(3).
      03 OT-UnitCost        PIC 9(3)V99.
      03 OT-OrderDate       PIC 9(8).
      03 OT-QtyReceived     PIC 9(3).

01 OrderCount               PIC 9(4) VALUE ZERO.
01 OrderIdx                 PIC 9(4).
01 FoundIdx                 PIC 9(4).
01 OutstandingLines         PIC 9(4).
01 QtyOutstanding           PIC 9(3).

01 ReservationTable.
   02 ReservationEntry OCCURS 500 TIMES.
      03 RV-FilmId          PIC 9(7).
      03 RV-BorrowerId      PIC 9(5).

01 ReservationCount         PIC 9(3) VALUE ZERO.
01 ReservationIdx           PIC 9(3).
01 HoldsShown               PIC 9(3).

01 EnteredPONumber          PIC X(6).
01 EnteredPONumberN REDEFINES EnteredPONumber
                            PIC 9(6).
01 EnteredFilmId            PIC X(7).
01 EnteredFilmIdN REDEFINES EnteredFilmId
                            PIC 9(7).
01 EnteredQty               PIC X(3).
01 EnteredQtyN REDEFINES EnteredQty
                            PIC 9(3).

01 FILLER                   PIC X VALUE "n".
   88 FieldAccepted         VALUE "y".
   88 FieldRejected         VALUE "n".

01 SavedFilmRec             PIC X(75).
01 HighestCopyNum           PIC 99.
01 CopiesAdded              PIC 9(3).
01 CopyIdx                  PIC 9(3).

01 TotalCopiesAdded         PIC 9(4) VALUE ZERO.
01 ReceiptsTaken            PIC 9(4) VALUE ZERO.
01 PrnCount                 PIC ZZZ9.

01 OutstandingLine.
   02 PrnFilmId             PIC 9(7).
   02 FILLER                PIC X(10) VALUE "  ordered ".
   02 PrnQtyOrdered         PIC ZZ9.
   02 FILLER                PIC X(11) VALUE "  received ".
   02 PrnQtyReceived        PIC ZZ9.

PROCEDURE DIVISION.
Begin.
    DISPLAY "Purchase order receipts"
    CALL "SignOnOperator" USING SignOnProgramName, OperatorId,
                                OperatorPermission
    IF NOT UpdatesAllowed
       DISPLAY "Receiving copies needs permission level 2."
       STOP RUN
    END-IF
    PERFORM LoadOrderTable
    IF OrderCount = ZERO
       DISPLAY "No purchase orders on file - nothing to receive."
       STOP RUN
    END-IF
    PERFORM LoadReservationTable
    OPEN I-O FilmFile
    IF NoFilmFile
       DISPLAY "No film file - copies cannot be added."
       STOP RUN
    END-IF
    OPEN INPUT BorrowerFile
    PERFORM GetPONumber
    PERFORM UNTIL EnteredPONumberN = ZERO
       PERFORM ReceiveAgainstOrder
       PERFORM GetPONumber
    END-PERFORM
    CLOSE FilmFile, BorrowerFile
    IF ReceiptsTaken NOT = ZERO
       PERFORM RewriteOrderFile
    END-IF
    MOVE TotalCopiesAdded TO PrnCount
    DISPLAY "Copies added to the FilmFile this session - " PrnCount
    STOP RUN.

LoadOrderTable.
    OPEN INPUT PurchaseOrderFile
    IF NoOrderFile
       EXIT PARAGRAPH
    END-IF
    READ PurchaseOrderFile
       AT END SET EndOfOrderFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfOrderFile
       IF OrderCount NOT LESS THAN 2000
          DISPLAY "More than 2000 purchase order lines - the table "
                  "must be enlarged before this run."
          STOP RUN
       END-IF
       ADD 1 TO OrderCount
       MOVE PurchaseOrderRec TO OrderEntry(OrderCount)
       READ PurchaseOrderFile
          AT END SET EndOfOrderFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE PurchaseOrderFile.

LoadReservationTable.
*   The file holds live reservations only, in queue order.
    OPEN INPUT ReservationFile
    IF NoReservationFile
       EXIT PARAGRAPH
    END-IF
    READ ReservationFile
       AT END SET EndOfReservationFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfReservationFile
       IF ReservationCount < 500
          ADD 1 TO ReservationCount
          MOVE FilmId-RV     TO RV-FilmId(ReservationCount)
          MOVE BorrowerId-RV TO RV-BorrowerId(ReservationCount)
       END-IF
       READ ReservationFile
          AT END SET EndOfReservationFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE ReservationFile.

GetPONumber.
    SET FieldRejected TO TRUE
    PERFORM UNTIL FieldAccepted
       DISPLAY " "
       DISPLAY "Purchase order number (0 to finish) - "
               WITH NO ADVANCING
       ACCEPT EnteredPONumber
       IF EnteredPONumber = SPACES OR "0"
          MOVE ZEROS TO EnteredPONumber
       END-IF
       IF EnteredPONumber NOT NUMERIC
          DISPLAY "Purchase order number must be 6 digits - "
                  EnteredPONumber
       ELSE
          SET FieldAccepted TO TRUE
       END-IF
    END-PERFORM.

ReceiveAgainstOrder.
    MOVE ZERO TO OutstandingLines
    PERFORM VARYING OrderIdx FROM 1 BY 1 UNTIL OrderIdx > OrderCount
       IF OT-PONumber(OrderIdx) = EnteredPONumberN
          AND OT-QtyReceived(OrderIdx) < OT-QtyOrdered(OrderIdx)
          ADD 1 TO OutstandingLines
          MOVE OT-FilmId(OrderIdx)      TO PrnFilmId
          MOVE OT-QtyOrdered(OrderIdx)  TO PrnQtyOrdered
          MOVE OT-QtyReceived(OrderIdx) TO PrnQtyReceived
          DISPLAY OutstandingLine
       END-IF
    END-PERFORM
    IF OutstandingLines = ZERO
       DISPLAY "Nothing outstanding on purchase order "
               EnteredPONumber
       EXIT PARAGRAPH
    END-IF
    PERFORM GetOrderLine
    COMPUTE QtyOutstanding = OT-QtyOrdered(FoundIdx)
                           - OT-QtyReceived(FoundIdx)
    PERFORM GetQuantityReceived
    MOVE ZERO TO CopiesAdded
    PERFORM VARYING CopyIdx FROM 1 BY 1 UNTIL CopyIdx > EnteredQtyN
       PERFORM AddOneCopy
    END-PERFORM
    IF CopiesAdded NOT = ZERO
       ADD CopiesAdded TO OT-QtyReceived(FoundIdx), TotalCopiesAdded
       ADD 1 TO ReceiptsTaken
       MOVE "RECEIPT" TO LogActionName
       CALL "LogOperatorAction" USING OperatorId,
            SignOnProgramName, LogActionName
       PERFORM ShowHoldsForNewCopies
    END-IF.

GetOrderLine.
    SET FieldRejected TO TRUE
    PERFORM UNTIL FieldAccepted
       DISPLAY "FilmId received (7 digits) - " WITH NO ADVANCING
       ACCEPT EnteredFilmId
       MOVE ZERO TO FoundIdx
       PERFORM VARYING OrderIdx FROM 1 BY 1
               UNTIL OrderIdx > OrderCount OR FoundIdx NOT = ZERO
                  OR EnteredFilmId NOT NUMERIC
          IF OT-PONumber(OrderIdx) = EnteredPONumberN
             AND OT-FilmId(OrderIdx) = EnteredFilmIdN
             AND OT-QtyReceived(OrderIdx) < OT-QtyOrdered(OrderIdx)
             MOVE OrderIdx TO FoundIdx
          END-IF
       END-PERFORM
       IF FoundIdx = ZERO
          DISPLAY "Nothing outstanding for that film on this order - "
                  EnteredFilmId
       ELSE
          SET FieldAccepted TO TRUE
       END-IF
    END-PERFORM.

GetQuantityReceived.
    SET FieldRejected TO TRUE
    PERFORM UNTIL FieldAccepted
       DISPLAY "Copies received (1-" QtyOutstanding ") - "
               WITH NO ADVANCING
       ACCEPT EnteredQty
       IF EnteredQty NOT NUMERIC
          DISPLAY "Copies received must be 3 digits - " EnteredQty
       ELSE
          IF EnteredQtyN = ZERO OR EnteredQtyN > QtyOutstanding
             DISPLAY "Between 1 and " QtyOutstanding
                     " copies are outstanding"
          ELSE
             SET FieldAccepted TO TRUE
          END-IF
       END-IF
    END-PERFORM.

AddOneCopy.
*   The new copy takes the next CopyNum after the highest on file,
*   withdrawn copies included, and the catalogue details of the
*   title's last copy.
    MOVE EnteredFilmIdN TO FilmId-FF
    MOVE ZEROS          TO CopyNum-FF, HighestCopyNum
    START FilmFile KEY IS NOT LESS THAN FilmKey-FF
       INVALID KEY CONTINUE
    END-START
    IF FilmFound
       READ FilmFile NEXT RECORD
          AT END CONTINUE
       END-READ
    END-IF
    PERFORM UNTIL NOT FilmFound OR FilmId-FF NOT = EnteredFilmIdN
       MOVE FilmRec-FF TO SavedFilmRec
       MOVE CopyNum-FF TO HighestCopyNum
       READ FilmFile NEXT RECORD
          AT END CONTINUE
       END-READ
    END-PERFORM
    IF HighestCopyNum = ZERO
       DISPLAY "Film " EnteredFilmId " is not on the FilmFile - "
               "catalogue the title first (Listing17-7)."
       EXIT PARAGRAPH
    END-IF
    IF HighestCopyNum = 99
       DISPLAY "Film " EnteredFilmId " already has 99 copies - "
               "copy not added."
       EXIT PARAGRAPH
    END-IF
    MOVE SavedFilmRec TO FilmRec-FF
    ADD 1 TO HighestCopyNum
    MOVE HighestCopyNum TO CopyNum-FF
    SET CopyInCirculation TO TRUE
    MOVE ZEROS TO WithdrawnDate-FF
    WRITE FilmRec-FF
       INVALID KEY
          DISPLAY "Unexpected FilmFile write error - " FilmStatus
                  " " FilmKey-FF
       NOT INVALID KEY
          ADD 1 TO CopiesAdded
          DISPLAY "Added copy " FilmId-FF "/" CopyNum-FF " "
                  FilmTitle-FF
    END-WRITE.

ShowHoldsForNewCopies.
*   Each new copy can fill one reservation, head of the queue first.
    MOVE ZERO TO HoldsShown
    PERFORM VARYING ReservationIdx FROM 1 BY 1
            UNTIL ReservationIdx > ReservationCount
               OR HoldsShown = CopiesAdded
       IF RV-FilmId(ReservationIdx) = EnteredFilmIdN
          ADD 1 TO HoldsShown
          MOVE RV-BorrowerId(ReservationIdx) TO BorrowerId-BF
          READ BorrowerFile
             INVALID KEY
                MOVE "(not on borrower file)" TO BorrowerName-BF
                MOVE SPACES TO BorrowerPhone-BF
          END-READ
          DISPLAY "RESERVED - hold new copy of film " EnteredFilmId
                  " for borrower " RV-BorrowerId(ReservationIdx)
                  " " BorrowerName-BF " " BorrowerPhone-BF
       END-IF
    END-PERFORM.

RewriteOrderFile.
    OPEN OUTPUT PurchaseOrderFile
    PERFORM VARYING OrderIdx FROM 1 BY 1 UNTIL OrderIdx > OrderCount
       MOVE OrderEntry(OrderIdx) TO PurchaseOrderRec
       WRITE PurchaseOrderRec
    END-PERFORM
    CLOSE PurchaseOrderFile.
