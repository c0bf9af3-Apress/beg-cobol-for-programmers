*     the OilsStockFile, which is rewritten at end of session.
* Listing12-11 prints the traceability answers from the lot
* allocations the sales run records.
* The supplier's best-before date is keyed with each delivery and
* carried on the lot record; it must be a real date later than the
* delivery date.  The sales run allocates from the lot expiring
* first and will not allocate an expired lot, and the weekly expiry
* run (Listing12-12) lists lots coming up to their date and writes
* off the ones past it.
* Deliveries are now made against the purchase order raised by the
* weekly purchase order run (Listing12-17).  The operator keys the PO
* number first (000000 for a delivery that came without one); the
* delivered quantity is booked to the PO line for the oil and size,
* a line is closed when it has been received in full, and the PO is
* reported closed when all its lines are.  Short deliveries, over
* deliveries and deliveries of oils not on any PO are listed at the
* end of the session, and the PO file is rewritten.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS LotFileStatus.

       SELECT PurchaseOrderFile ASSIGN TO "Listing12-17PO.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS PurchaseOrderStatus.

DATA DIVISION.
FILE SECTION.
FD OilsPriceFile.
   02 UnitSize-OSF             PIC 9.
   02 QtyInStock-OSF           PIC 9(5).
   02 ReplenishLevel-OSF       PIC 9(5).
   02 ReorderQty-OSF           PIC 9(5).
   02 SupplierId-OSF           PIC X(4).

FD LotFile.
01 LotRec.
   02 LotNumber-LOT            PIC X(10).
   02 DateReceived-LOT         PIC 9(8).
   02 QtyRemaining-LOT         PIC 9(5).
   02 ExpiryDate-LOT           PIC 9(8).

FD PurchaseOrderFile.
01 POLineRec.
   88 EndOfPOFile              VALUE HIGH-VALUES.
   02 PONumber-PO              PIC 9(6).
   02 SupplierId-PO            PIC X(4).
   02 PODate-PO                PIC 9(8).
   02 OilNum-PO                PIC 99.
   02 UnitSize-PO              PIC 9.
   02 QtyOrdered-PO            PIC 9(5).
   02 QtyReceived-PO           PIC 9(5).
   02 LineStatus-PO            PIC X.

WORKING-STORAGE SECTION.
01 LotFileStatus           PIC XX.
   88 NoLotFileYet         VALUE "35".

01 PurchaseOrderStatus     PIC XX.
   88 NoPOFileYet          VALUE "35".

01 POLinesTable.
   02 POLineEntry OCCURS 500 TIMES.
      03 PT-PONumber       PIC 9(6).
      03 PT-SupplierId     PIC X(4).
      03 PT-PODate         PIC 9(8).
      03 PT-OilNum         PIC 99.
      03 PT-UnitSize       PIC 9.
      03 PT-QtyOrdered     PIC 9(5).
      03 PT-QtyReceived    PIC 9(5).
      03 PT-LineStatus     PIC X.
         88 PT-LineOpen    VALUE "O".
         88 PT-LineClosed  VALUE "C".

01 POLineCount             PIC 999 VALUE ZERO.
01 POLineIdx               PIC 999.
01 MatchedPOLine           PIC 999.
01 OpenLinesLeft           PIC 999.
01 QtyOutstanding          PIC 9(5).

*  Deliveries that did not match their purchase order, listed at the
*  end of the session.
01 ExceptionTable.
   02 ExceptionEntry OCCURS 200 TIMES.
      03 EX-PONumber       PIC 9(6).
      03 EX-OilNum         PIC 99.
      03 EX-UnitSize       PIC 9.
      03 EX-Type           PIC X.
         88 EX-Short       VALUE "S".
         88 EX-Over        VALUE "O".
         88 EX-Unordered   VALUE "U".
      03 EX-QtyExpected    PIC 9(5).
      03 EX-QtyDelivered   PIC 9(5).

01 ExceptionCount          PIC 999 VALUE ZERO.
01 ExceptionIdx            PIC 999.

01 ExceptionLine.
   02 PrnExPONumber        PIC 9(6).
   02 FILLER               PIC X(2) VALUE SPACES.
   02 PrnExOilName         PIC X(16).
   02 FILLER               PIC X(2) VALUE SPACES.
   02 PrnExUnitSize        PIC 9.
   02 FILLER               PIC X(2) VALUE SPACES.
   02 PrnExExpected        PIC ZZ,ZZ9.
   02 FILLER               PIC X(2) VALUE SPACES.
   02 PrnExDelivered       PIC ZZ,ZZ9.
   02 FILLER               PIC X(2) VALUE SPACES.
   02 PrnExType            PIC X(16).

01 OilNamesTable.
   02 OilNameEntry         PIC X(16) OCCURS 14 TIMES.

      03 StockCell OCCURS 3 TIMES.
         04 QtyInStock     PIC 9(5).
         04 ReplenishLevel PIC 9(5).
         04 ReorderQty     PIC 9(5).
         04 SupplierId     PIC X(4).

01 MenuChoice              PIC X.
   88 ChoseDelivery        VALUE "1".
01 EnteredSizeN REDEFINES EnteredSize
                           PIC 9.
01 EnteredLot              PIC X(10).
01 EnteredPONumber         PIC X(6).
01 EnteredPONumberN REDEFINES EnteredPONumber
                           PIC 9(6).
01 EnteredQty              PIC X(5).
01 EnteredQtyN REDEFINES EnteredQty
                           PIC 9(5).
01 EnteredDate             PIC X(8).
01 EnteredDateN REDEFINES EnteredDate
                           PIC 9(8).
01 EnteredExpiry           PIC X(8).
01 EnteredExpiryN REDEFINES EnteredExpiry
                           PIC 9(8).

01 FILLER                  PIC X VALUE "n".
   88 FieldAccepted        VALUE "y".
   88 FieldRejected        VALUE "n".

01 DeliveriesEntered       PIC 9(4) VALUE ZERO.
01 POsClosed               PIC 9(4) VALUE ZERO.
01 PrnCount                PIC ZZZ9.
01 OilIdx                  PIC 99.
01 SizeIdx                 PIC 9.
    DISPLAY "Aromamora oils delivery entry"
    PERFORM LoadOilNames
    PERFORM LoadStockTable
    PERFORM LoadPOLines
    OPEN EXTEND LotFile
    IF NoLotFileYet
       OPEN OUTPUT LotFile
    END-PERFORM
    CLOSE LotFile
    PERFORM RewriteStockFile
    IF POLineCount > ZERO
       PERFORM RewritePOFile
    END-IF
    PERFORM PrintDeliveryExceptions
    MOVE DeliveriesEntered TO PrnCount
    DISPLAY "Deliveries recorded this session - " PrnCount
    MOVE POsClosed TO PrnCount
    DISPLAY "Purchase orders closed           - " PrnCount
    STOP RUN.

LoadOilNames.
    CLOSE OilsPriceFile.

LoadStockTable.
    INITIALIZE StockTable
    OPEN INPUT OilsStockFile
    READ OilsStockFile
       AT END SET EndOfOilsStockFile TO TRUE
       MOVE QtyInStock-OSF TO QtyInStock(OilNum-OSF, UnitSize-OSF)
       MOVE ReplenishLevel-OSF
            TO ReplenishLevel(OilNum-OSF, UnitSize-OSF)
       MOVE ReorderQty-OSF TO ReorderQty(OilNum-OSF, UnitSize-OSF)
       MOVE SupplierId-OSF TO SupplierId(OilNum-OSF, UnitSize-OSF)
       READ OilsStockFile
          AT END SET EndOfOilsStockFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE OilsStockFile.

LoadPOLines.
    OPEN INPUT PurchaseOrderFile
    IF NoPOFileYet
       EXIT PARAGRAPH
    END-IF
    READ PurchaseOrderFile
       AT END SET EndOfPOFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfPOFile
       IF POLineCount = 500
          DISPLAY "More than 500 purchase order lines - the table "
                  "must be enlarged before this run."
          STOP RUN
       END-IF
       ADD 1 TO POLineCount
       MOVE POLineRec TO POLineEntry(POLineCount)
       READ PurchaseOrderFile
          AT END SET EndOfPOFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE PurchaseOrderFile.

DisplayMenuAndGetChoice.
    DISPLAY " "
    DISPLAY "1. Record a delivery"
    END-PERFORM.

EnterOneDelivery.
    PERFORM GetValidPONumber
    PERFORM GetValidOilNum
    PERFORM GetValidSize
    DISPLAY "Supplier lot number (10 chars) - " WITH NO ADVANCING
    ACCEPT EnteredLot
    PERFORM GetValidQty
    PERFORM GetValidDate
    PERFORM GetValidExpiryDate
    MOVE EnteredOilNumN TO OilNum-LOT
    MOVE EnteredSizeN   TO UnitSize-LOT
    MOVE EnteredLot     TO LotNumber-LOT
    MOVE EnteredDateN   TO DateReceived-LOT
    MOVE EnteredQtyN    TO QtyRemaining-LOT
    MOVE EnteredExpiryN TO ExpiryDate-LOT
    WRITE LotRec
    ADD EnteredQtyN TO QtyInStock(EnteredOilNumN, EnteredSizeN)
    ADD 1 TO DeliveriesEntered
    DISPLAY "Recorded - lot " EnteredLot " of "
            OilNameEntry(EnteredOilNumN)
    PERFORM ReceiveAgainstPO.

GetValidPONumber.
*   Only a PO with a line still open can be delivered against.
    SET FieldRejected TO TRUE
    PERFORM UNTIL FieldAccepted
       DISPLAY "PO number (6 digits, 000000 if none) - "
               WITH NO ADVANCING
       ACCEPT EnteredPONumber
       IF EnteredPONumber NOT NUMERIC
          DISPLAY "PO number must be 6 digits - " EnteredPONumber
       ELSE
          IF EnteredPONumberN = ZERO
             SET FieldAccepted TO TRUE
          ELSE
             PERFORM CountOpenLinesOnPO
             IF OpenLinesLeft = ZERO
                DISPLAY "No open purchase order " EnteredPONumber
             ELSE
                SET FieldAccepted TO TRUE
             END-IF
          END-IF
       END-IF
    END-PERFORM.

CountOpenLinesOnPO.
    MOVE ZERO TO OpenLinesLeft
    PERFORM VARYING POLineIdx FROM 1 BY 1
            UNTIL POLineIdx > POLineCount
       IF PT-PONumber(POLineIdx) = EnteredPONumberN
          AND PT-LineOpen(POLineIdx)
          ADD 1 TO OpenLinesLeft
       END-IF
    END-PERFORM.

ReceiveAgainstPO.
*   Books the delivery to the PO line for the oil and size.  A line
*   already received in full only takes the delivery as an over
*   delivery; a PO that does not cover the oil and size at all is an
*   unordered delivery.
    MOVE ZERO TO MatchedPOLine
    IF EnteredPONumberN NOT = ZERO
       PERFORM VARYING POLineIdx FROM 1 BY 1
               UNTIL POLineIdx > POLineCount
          IF PT-PONumber(POLineIdx) = EnteredPONumberN
             AND PT-OilNum(POLineIdx) = EnteredOilNumN
             AND PT-UnitSize(POLineIdx) = EnteredSizeN
             MOVE POLineIdx TO MatchedPOLine
             EXIT PERFORM
          END-IF
       END-PERFORM
    END-IF
    IF MatchedPOLine = ZERO
       MOVE ZERO TO QtyOutstanding
       PERFORM AddDeliveryException
       SET EX-Unordered(ExceptionCount) TO TRUE
       DISPLAY "Not on a purchase order - reported as unordered"
       EXIT PARAGRAPH
    END-IF
    IF PT-QtyReceived(MatchedPOLine) < PT-QtyOrdered(MatchedPOLine)
       COMPUTE QtyOutstanding = PT-QtyOrdered(MatchedPOLine)
                              - PT-QtyReceived(MatchedPOLine)
    ELSE
       MOVE ZERO TO QtyOutstanding
    END-IF
    ADD EnteredQtyN TO PT-QtyReceived(MatchedPOLine)
       ON SIZE ERROR MOVE 99999 TO PT-QtyReceived(MatchedPOLine)
    END-ADD
    EVALUATE TRUE
       WHEN EnteredQtyN < QtyOutstanding
          PERFORM AddDeliveryException
          SET EX-Short(ExceptionCount) TO TRUE
          DISPLAY "Short delivery - PO line stays open"
       WHEN EnteredQtyN > QtyOutstanding
          PERFORM AddDeliveryException
          SET EX-Over(ExceptionCount) TO TRUE
          DISPLAY "Over delivery - more than the PO outstanding"
    END-EVALUATE
    IF PT-LineOpen(MatchedPOLine)
       AND PT-QtyReceived(MatchedPOLine)
           NOT LESS THAN PT-QtyOrdered(MatchedPOLine)
       SET PT-LineClosed(MatchedPOLine) TO TRUE
       PERFORM CountOpenLinesOnPO
       IF OpenLinesLeft = ZERO
          ADD 1 TO POsClosed
          DISPLAY "Purchase order " EnteredPONumber
                  " fully received - closed"
       END-IF
    END-IF.

AddDeliveryException.
    IF ExceptionCount = 200
       DISPLAY "More than 200 delivery exceptions - the table must "
               "be enlarged before this run."
       STOP RUN
    END-IF
    ADD 1 TO ExceptionCount
    MOVE EnteredPONumberN TO EX-PONumber(ExceptionCount)
    MOVE EnteredOilNumN   TO EX-OilNum(ExceptionCount)
    MOVE EnteredSizeN     TO EX-UnitSize(ExceptionCount)
    MOVE QtyOutstanding   TO EX-QtyExpected(ExceptionCount)
    MOVE EnteredQtyN      TO EX-QtyDelivered(ExceptionCount).

GetValidOilNum.
    SET FieldRejected TO TRUE
       END-IF
    END-PERFORM.

GetValidExpiryDate.
    SET FieldRejected TO TRUE
    PERFORM UNTIL FieldAccepted
       DISPLAY "Best-before date (YYYYMMDD) - " WITH NO ADVANCING
       ACCEPT EnteredExpiry
       EVALUATE TRUE
          WHEN EnteredExpiry NOT NUMERIC
             DISPLAY "Date must be 8 digits - " EnteredExpiry
          WHEN FUNCTION TEST-DATE-YYYYMMDD(EnteredExpiryN) NOT = ZERO
             DISPLAY "Not a valid date - " EnteredExpiry
          WHEN EnteredExpiryN NOT GREATER THAN EnteredDateN
             DISPLAY "Best-before must be after the delivery date"
          WHEN OTHER
             SET FieldAccepted TO TRUE
       END-EVALUATE
    END-PERFORM.

RewriteStockFile.
    OPEN OUTPUT OilsStockFile
    PERFORM VARYING OilIdx FROM 1 BY 1 UNTIL OilIdx > 14
       PERFORM VARYING SizeIdx FROM 1 BY 1 UNTIL SizeIdx > 3
          IF QtyInStock(OilIdx, SizeIdx) NOT = ZERO
             OR ReplenishLevel(OilIdx, SizeIdx) NOT = ZERO
             OR ReorderQty(OilIdx, SizeIdx) NOT = ZERO
             OR SupplierId(OilIdx, SizeIdx) NOT = SPACES
             MOVE OilIdx  TO OilNum-OSF
             MOVE SizeIdx TO UnitSize-OSF
             MOVE QtyInStock(OilIdx, SizeIdx) TO QtyInStock-OSF
             MOVE ReplenishLevel(OilIdx, SizeIdx)
                  TO ReplenishLevel-OSF
             MOVE ReorderQty(OilIdx, SizeIdx) TO ReorderQty-OSF
             MOVE SupplierId(OilIdx, SizeIdx) TO SupplierId-OSF
             WRITE OilsStockRec
          END-IF
       END-PERFORM
    END-PERFORM
    CLOSE OilsStockFile.

RewritePOFile.
    OPEN OUTPUT PurchaseOrderFile
    PERFORM VARYING POLineIdx FROM 1 BY 1
            UNTIL POLineIdx > POLineCount
       MOVE POLineEntry(POLineIdx) TO POLineRec
       WRITE POLineRec
    END-PERFORM
    CLOSE PurchaseOrderFile.

PrintDeliveryExceptions.
    IF ExceptionCount = ZERO
       EXIT PARAGRAPH
    END-IF
    DISPLAY " "
    DISPLAY "***** DELIVERIES NOT MATCHING A PURCHASE ORDER *****"
    DISPLAY "PO No.  Oil Name          Size  Due    Rcvd  Exception"
    PERFORM VARYING ExceptionIdx FROM 1 BY 1
            UNTIL ExceptionIdx > ExceptionCount
       MOVE EX-PONumber(ExceptionIdx) TO PrnExPONumber
       MOVE OilNameEntry(EX-OilNum(ExceptionIdx)) TO PrnExOilName
       MOVE EX-UnitSize(ExceptionIdx) TO PrnExUnitSize
       MOVE EX-QtyExpected(ExceptionIdx) TO PrnExExpected
       MOVE EX-QtyDelivered(ExceptionIdx) TO PrnExDelivered
       EVALUATE TRUE
          WHEN EX-Short(ExceptionIdx)
             MOVE "Short delivery"   TO PrnExType
          WHEN EX-Over(ExceptionIdx)
             MOVE "Over delivery"    TO PrnExType
          WHEN OTHER
             MOVE "Not ordered"      TO PrnExType
       END-EVALUATE
       DISPLAY ExceptionLine
    END-PERFORM
    DISPLAY " ".
