IDENTIFICATION DIVISION.
PROGRAM-ID.  Listing10-30.
AUTHOR. Michael Coughlan
* Gadget supplier invoice capture and three-way match.
* Supplier invoices for gadgets were checked by hand against the PO
* print and the delivery notes, and in practice paid on trust.  This
* program does for the gadget suppliers what Listing18-11 does for
* the Campus Bookshop's publishers:
*   - invoice entry: the operator signs on (level 2, through the
*     shared SignOnOperator service), keys the supplier's invoice
*     number and SupplierCode, then each line - PO number, GadgetID,
*     quantity and unit cost - appended to the invoice lines file;
*   - the three-way match, over everything entered and not yet
*     matched: each line must be a line of a PO raised by Listing10-9
*     for the same supplier (the PO history file, plus the current
*     PO file for orders raised before the history was kept), the
*     unit cost must agree with the PO unit price within the
*     tolerance percentage keyed at the start of the match, and the
*     quantity must have been received on Listing10-17's ReceiptsFile
*     and not already invoiced - so goods not yet received, or billed
*     twice, are held;
*   - an invoice whose every line matched clean is written, line by
*     line, to the approved-for-payment file for accounts payable; the
*     variance report for the buyer lists every held line with the
*     PO price, ordered, received and already-invoiced figures beside
*     the invoiced ones and the reason it was held;
*   - matched lines are marked so an invoice is never approved twice.
* The quantity already invoiced for a PO line is the total on the
* approved-for-payment file, so part deliveries may be invoiced
* separately and still never be paid for more than was received.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT SupplierInvoiceFile ASSIGN TO "Listing10-30Inv.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS SupplierInvoiceStatus.

   SELECT NewSupplierInvoiceFile ASSIGN TO "Listing10-30NewInv.dat"
          ORGANIZATION IS LINE SEQUENTIAL.

   SELECT ApprovedPaymentFile ASSIGN TO "Listing10-30Approved.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ApprovedPaymentStatus.

   SELECT POHistoryFile ASSIGN TO "Listing10-9POHist.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS POHistoryStatus.

   SELECT PurchaseOrderFile ASSIGN TO "Listing10-9PO.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS PurchaseOrderStatus.

   SELECT ReceiptsFile ASSIGN TO "Listing10-17Receipts.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ReceiptsStatus.

DATA DIVISION.
FILE SECTION.
FD SupplierInvoiceFile.
01 SupplierInvoiceRec.
   88 EndOfInvoiceLines     VALUE HIGH-VALUES.
   02 InvoiceNum-SI         PIC X(10).
   02 SupplierCode-SI       PIC 9(4).
   02 PONumber-SI           PIC 9(6).
   02 GadgetID-SI           PIC 9(7).
   02 QtyInvoiced-SI        PIC 9(4).
   02 UnitCost-SI           PIC 9(4)V99.
   02 MatchedFlag-SI        PIC X.
      88 LineMatched        VALUE "m".

FD NewSupplierInvoiceFile.
01 NewSupplierInvoiceRec    PIC X(38).

FD ApprovedPaymentFile.
01 ApprovedPaymentRec.
   88 EndOfApprovedFile     VALUE HIGH-VALUES.
   02 InvoiceNum-AP         PIC X(10).
   02 SupplierCode-AP       PIC 9(4).
   02 PONumber-AP           PIC 9(6).
   02 GadgetID-AP           PIC 9(7).
   02 QtyApproved-AP        PIC 9(4).
   02 UnitCost-AP           PIC 9(4)V99.
   02 LineValue-AP          PIC 9(7)V99.
   02 ApprovedDate-AP       PIC 9(8).
   02 OperatorId-AP         PIC X(4).

FD POHistoryFile.
01 POHistHeaderRec.
   88 EndOfPOHistory        VALUE HIGH-VALUES.
   02 PORecType-HH          PIC X.
      88 POHistHeader       VALUE "H".
      88 POHistLine         VALUE "L".
   02 PONumber-HH           PIC 9(6).
   02 SupplierCode-HH       PIC 9(4).
   02 SupplierName-HH       PIC X(30).
   02 OrderDate-HH          PIC 9(8).

01 POHistLineRec.
   02 PORecType-HL          PIC X.
   02 PONumber-HL           PIC 9(6).
   02 GadgetID-HL           PIC 9(7).
   02 GadgetName-HL         PIC X(30).
   02 OrderQty-HL           PIC 9(4).
   02 UnitPrice-HL          PIC 9(4)V99.
   02 ExtendedCost-HL       PIC 9(7)V99.

FD PurchaseOrderFile.
01 POHeaderRec.
   88 EndOfPOFile           VALUE HIGH-VALUES.
   02 PORecType-H           PIC X.
      88 POHeader           VALUE "H".
      88 POLine             VALUE "L".
   02 PONumber-H            PIC 9(6).
   02 SupplierCode-H        PIC 9(4).
   02 SupplierName-H        PIC X(30).
   02 OrderDate-H           PIC 9(8).

01 POLineRec.
   02 PORecType-L           PIC X.
   02 PONumber-L            PIC 9(6).
   02 GadgetID-L            PIC 9(7).
   02 GadgetName-L          PIC X(30).
   02 OrderQty-L            PIC 9(4).
   02 UnitPrice-L           PIC 9(4)V99.
   02 ExtendedCost-L        PIC 9(7)V99.

FD ReceiptsFile.
01 ReceiptRec.
   88 EndOfReceiptsFile     VALUE HIGH-VALUES.
   02 PONumber-RCT          PIC 9(6).
   02 GadgetID-RCT          PIC 9(7).
   02 QtyReceived-RCT       PIC 9(4).
   02 DateReceived-RCT      PIC 9(8).
   02 OperatorId-RCT        PIC X(4).

WORKING-STORAGE SECTION.
01 SupplierInvoiceStatus   PIC XX.
   88 NoInvoiceLinesYet    VALUE "35".

01 ApprovedPaymentStatus   PIC XX.
   88 NoApprovedFileYet    VALUE "35".

01 POHistoryStatus         PIC XX.
   88 NoPOHistoryYet       VALUE "35".

01 PurchaseOrderStatus     PIC XX.
   88 NoPurchaseOrderFile  VALUE "35".

01 ReceiptsStatus          PIC XX.
   88 NoReceiptsFileYet    VALUE "35".

01 OperatorId              PIC X(4).
01 SignOnProgramName       PIC X(12) VALUE "Listing10-30".
01 OperatorPermission      PIC 9.
   88 SignOnFailed         VALUE 0.
   88 InvoicingAllowed     VALUE 2, 3.
01 LogActionName           PIC X(8).

01 MenuChoice              PIC X.
   88 ChoseEntry           VALUE "1".
   88 ChoseMatch           VALUE "2".
   88 ChoseQuit            VALUE "0".
   88 ValidMenuChoice      VALUE "0", "1", "2".

01 EnteredInvoiceNum       PIC X(10).
01 EnteredSupplierCode     PIC X(4).
01 EnteredSupplierCodeNum REDEFINES EnteredSupplierCode
                           PIC 9(4).
01 EnteredPONumber         PIC X(6).
01 EnteredPONumberNum REDEFINES EnteredPONumber
                           PIC 9(6).
01 EnteredGadgetID         PIC X(7).
01 EnteredGadgetIDNum REDEFINES EnteredGadgetID
                           PIC 9(7).
01 EnteredQty              PIC X(4).
01 EnteredQtyNum REDEFINES EnteredQty
                           PIC 9(4).
01 EnteredUnitCost         PIC X(6).
01 EnteredUnitCostNum REDEFINES EnteredUnitCost
                           PIC 9(4)V99.
01 EnteredTolerance        PIC X(4).
01 EnteredToleranceNum REDEFINES EnteredTolerance
                           PIC 99V99.

01 FILLER                  PIC X VALUE "n".
   88 FieldAccepted        VALUE "y".
   88 FieldRejected        VALUE "n".

*  One entry per PO line from the history and current PO files, with
*  the receipts and the quantity already approved for payment.
01 POLineTable.
   02 POLineEntry OCCURS 4000 TIMES.
      03 POL-Number        PIC 9(6).
      03 POL-SupplierCode  PIC 9(4).
      03 POL-GadgetID      PIC 9(7).
      03 POL-OrderQty      PIC 9(4).
      03 POL-UnitPrice     PIC 9(4)V99.
      03 POL-QtyReceived   PIC 9(5).
      03 POL-QtyInvoiced   PIC 9(5).

01 POLineCount             PIC 9(4) VALUE ZERO.
01 POLineIdx               PIC 9(4).
01 FoundLineIdx            PIC 9(4).
01 CurrentSupplierCode     PIC 9(4).
01 FILLER                  PIC X VALUE "n".
   88 LookupFound          VALUE "y".
   88 LookupNotFound       VALUE "n".
01 FILLER                  PIC X VALUE "n".
   88 PONumberOnFile       VALUE "y".
   88 PONumberNotOnFile    VALUE "n".

*  The match pass buffers the unmatched lines so each invoice can be
*  judged as a whole - one bad line holds the whole invoice.
01 LineTable.
   02 LineEntry OCCURS 500 TIMES.
      03 LT-InvoiceNum     PIC X(10).
      03 LT-SupplierCode   PIC 9(4).
      03 LT-PONumber       PIC 9(6).
      03 LT-GadgetID       PIC 9(7).
      03 LT-QtyInvoiced    PIC 9(4).
      03 LT-UnitCost       PIC 9(4)V99.
      03 LT-POLineIdx      PIC 9(4).
      03 LT-HeldReason     PIC X(16).
      03 LT-StateFlag      PIC X.
         88 LT-Clean       VALUE "c".
         88 LT-Discrepant  VALUE "d".
         88 LT-Done        VALUE "m".

01 LineCount               PIC 9(3) VALUE ZERO.
01 LineIdx                 PIC 9(3).
01 ScanIdx                 PIC 9(3).

01 QtyStillToInvoice       PIC S9(6).
01 PriceDifference         PIC S9(4)V99.
01 PriceTolerance          PIC 9(4)V99.
01 FILLER                  PIC X VALUE "n".
   88 InvoiceIsClean       VALUE "y".
   88 InvoiceHasIssue      VALUE "n".

01 TodaysDate              PIC 9(8).
01 LinesEntered            PIC 9(4) VALUE ZERO.
01 InvoicesApproved        PIC 9(4) VALUE ZERO.
01 LinesHeld               PIC 9(4) VALUE ZERO.
01 InvoiceValue            PIC 9(8)V99.
01 ApprovedValue           PIC 9(9)V99 VALUE ZERO.
01 PrnCount                PIC ZZZ9.
01 PrnValue                PIC ZZ,ZZZ,ZZ9.99.

01 ApprovalLine.
   02 PrnPONumber          PIC 9(6).
   02 FILLER               PIC X(2)  VALUE SPACES.
   02 PrnGadgetID          PIC 9(7).
   02 FILLER               PIC X(2)  VALUE SPACES.
   02 PrnQtyInvoiced       PIC ZZZ9.
   02 FILLER               PIC X(4)  VALUE " @  ".
   02 PrnUnitCost          PIC $$,$$9.99.
   02 FILLER               PIC X(2)  VALUE SPACES.
   02 PrnLineValue         PIC $$,$$$,$$9.99.

01 VarianceHeading.
   02 FILLER               PIC X(46) VALUE
      "PO No.  GadgetID  Inv Qty  Inv Cost   PO Price".
   02 FILLER               PIC X(42) VALUE
      "  Ordered  Recvd  Invoiced  Reason".

01 VarianceLine.
   02 PrnVarPONumber       PIC 9(6).
   02 FILLER               PIC X(2)  VALUE SPACES.
   02 PrnVarGadgetID       PIC 9(7).
   02 FILLER               PIC X(2)  VALUE SPACES.
   02 PrnVarQty            PIC ZZZ9.
   02 FILLER               PIC X(2)  VALUE SPACES.
   02 PrnVarUnitCost       PIC Z,ZZ9.99.
   02 FILLER               PIC X(3)  VALUE SPACES.
   02 PrnVarPOPrice        PIC Z,ZZ9.99.
   02 FILLER               PIC X(3)  VALUE SPACES.
   02 PrnVarOrdered        PIC ZZZ9.
   02 FILLER               PIC X(2)  VALUE SPACES.
   02 PrnVarReceived       PIC ZZZZ9.
   02 FILLER               PIC X(4)  VALUE SPACES.
   02 PrnVarInvoiced       PIC ZZZZ9.
   02 FILLER               PIC X(2)  VALUE SPACES.
   02 PrnVarReason         PIC X(16).

01 FILLER                  PIC X VALUE "n".
   88 CopyBackDone         VALUE "y".
   88 CopyBackLeft         VALUE "n".

PROCEDURE DIVISION.
Begin.
   DISPLAY "Gadget supplier invoice matching"
   CALL "SignOnOperator" USING SignOnProgramName, OperatorId,
                               OperatorPermission
   IF NOT InvoicingAllowed
      DISPLAY "Invoice entry and matching need permission level 2."
      STOP RUN
   END-IF
   MOVE FUNCTION CURRENT-DATE(1:8) TO TodaysDate
   PERFORM DisplayMenuAndGetChoice
   PERFORM UNTIL ChoseQuit
      EVALUATE TRUE
          WHEN ChoseEntry PERFORM EnterInvoiceLines
          WHEN ChoseMatch PERFORM RunThreeWayMatch
      END-EVALUATE
      PERFORM DisplayMenuAndGetChoice
   END-PERFORM
   MOVE LinesEntered TO PrnCount
   DISPLAY "Invoice lines keyed this session - " PrnCount
   STOP RUN.

DisplayMenuAndGetChoice.
   DISPLAY " "
   DISPLAY "1. Key supplier invoice lines"
   DISPLAY "2. Run the three-way match"
   DISPLAY "0. Quit"
   MOVE SPACE TO MenuChoice
   PERFORM UNTIL ValidMenuChoice
      DISPLAY "Enter choice - " WITH NO ADVANCING
      ACCEPT MenuChoice
   END-PERFORM.

EnterInvoiceLines.
   DISPLAY "Supplier invoice number (10 chars, blank to stop) - "
           WITH NO ADVANCING
   ACCEPT EnteredInvoiceNum
   OPEN EXTEND SupplierInvoiceFile
   IF NoInvoiceLinesYet
      OPEN OUTPUT SupplierInvoiceFile
   END-IF
   PERFORM UNTIL EnteredInvoiceNum = SPACES
      PERFORM GetValidSupplierCode
      PERFORM EnterOneInvoice
      DISPLAY "Supplier invoice number (blank to stop) - "
              WITH NO ADVANCING
      ACCEPT EnteredInvoiceNum
   END-PERFORM
   CLOSE SupplierInvoiceFile.

EnterOneInvoice.
   DISPLAY "PO number billed (6 digits, blank to end invoice) - "
           WITH NO ADVANCING
   ACCEPT EnteredPONumber
   PERFORM UNTIL EnteredPONumber = SPACES
      IF EnteredPONumber NOT NUMERIC
         DISPLAY "PO number must be 6 digits - " EnteredPONumber
      ELSE
         PERFORM EnterOneLine
      END-IF
      DISPLAY "PO number billed (blank to end invoice) - "
              WITH NO ADVANCING
      ACCEPT EnteredPONumber
   END-PERFORM.

EnterOneLine.
   PERFORM GetValidGadgetID
   PERFORM GetValidQty
   PERFORM GetValidUnitCost
   MOVE EnteredInvoiceNum      TO InvoiceNum-SI
   MOVE EnteredSupplierCodeNum TO SupplierCode-SI
   MOVE EnteredPONumberNum     TO PONumber-SI
   MOVE EnteredGadgetIDNum     TO GadgetID-SI
   MOVE EnteredQtyNum          TO QtyInvoiced-SI
   MOVE EnteredUnitCostNum     TO UnitCost-SI
   MOVE SPACE                  TO MatchedFlag-SI
   WRITE SupplierInvoiceRec
   ADD 1 TO LinesEntered
   MOVE "INVENTRY"             TO LogActionName
   CALL "LogOperatorAction" USING OperatorId, SignOnProgramName,
                                  LogActionName
   DISPLAY "Line recorded.".

GetValidSupplierCode.
   SET FieldRejected TO TRUE
   PERFORM UNTIL FieldAccepted
      DISPLAY "SupplierCode (4 digits) - " WITH NO ADVANCING
      ACCEPT EnteredSupplierCode
      IF EnteredSupplierCode NOT NUMERIC
         DISPLAY "SupplierCode must be 4 digits - " EnteredSupplierCode
      ELSE
         SET FieldAccepted TO TRUE
      END-IF
   END-PERFORM.

GetValidGadgetID.
   SET FieldRejected TO TRUE
   PERFORM UNTIL FieldAccepted
      DISPLAY "GadgetID (7 digits) - " WITH NO ADVANCING
      ACCEPT EnteredGadgetID
      IF EnteredGadgetID NOT NUMERIC
         DISPLAY "GadgetID must be 7 digits - " EnteredGadgetID
      ELSE
         SET FieldAccepted TO TRUE
      END-IF
   END-PERFORM.

GetValidQty.
   SET FieldRejected TO TRUE
   PERFORM UNTIL FieldAccepted
      DISPLAY "Quantity invoiced (4 digits) - " WITH NO ADVANCING
      ACCEPT EnteredQty
      IF EnteredQty NOT NUMERIC OR EnteredQtyNum = ZERO
         DISPLAY "Quantity must be 4 digits, not zero - " EnteredQty
      ELSE
         SET FieldAccepted TO TRUE
      END-IF
   END-PERFORM.

GetValidUnitCost.
   SET FieldRejected TO TRUE
   PERFORM UNTIL FieldAccepted
      DISPLAY "Unit cost invoiced (6 digits, as 9999v99) - "
              WITH NO ADVANCING
      ACCEPT EnteredUnitCost
      IF EnteredUnitCost NOT NUMERIC
         DISPLAY "Unit cost must be 6 digits - " EnteredUnitCost
      ELSE
         SET FieldAccepted TO TRUE
      END-IF
   END-PERFORM.

RunThreeWayMatch.
   DISPLAY "Price tolerance percent (4 digits, as 99v99) - "
           WITH NO ADVANCING
   ACCEPT EnteredTolerance
   IF EnteredTolerance NOT NUMERIC
      DISPLAY "Tolerance must be 4 digits - match abandoned."
      EXIT PARAGRAPH
   END-IF
   PERFORM LoadUnmatchedLines
   IF LineCount = ZERO
      DISPLAY "No unmatched invoice lines on file."
      EXIT PARAGRAPH
   END-IF
   MOVE ZERO TO POLineCount
   PERFORM LoadPOHistory
   PERFORM LoadCurrentPOFile
   PERFORM ApplyReceipts
   PERFORM ApplyPriorApprovals
   PERFORM VARYING LineIdx FROM 1 BY 1 UNTIL LineIdx > LineCount
      PERFORM MatchOneLine
   END-PERFORM
   PERFORM PrintPayableApprovals
   PERFORM PrintVariances
   PERFORM RewriteInvoiceLines
   MOVE "INVMATCH" TO LogActionName
   CALL "LogOperatorAction" USING OperatorId, SignOnProgramName,
                                  LogActionName.

LoadUnmatchedLines.
   MOVE ZERO TO LineCount
   OPEN INPUT SupplierInvoiceFile
   IF NoInvoiceLinesYet
      SET EndOfInvoiceLines TO TRUE
   ELSE
      READ SupplierInvoiceFile
         AT END SET EndOfInvoiceLines TO TRUE
      END-READ
   END-IF
   PERFORM UNTIL EndOfInvoiceLines
      IF NOT LineMatched AND LineCount < 500
         ADD 1 TO LineCount
         MOVE InvoiceNum-SI   TO LT-InvoiceNum(LineCount)
         MOVE SupplierCode-SI TO LT-SupplierCode(LineCount)
         MOVE PONumber-SI     TO LT-PONumber(LineCount)
         MOVE GadgetID-SI     TO LT-GadgetID(LineCount)
         MOVE QtyInvoiced-SI  TO LT-QtyInvoiced(LineCount)
         MOVE UnitCost-SI     TO LT-UnitCost(LineCount)
         MOVE ZERO            TO LT-POLineIdx(LineCount)
         MOVE SPACES          TO LT-HeldReason(LineCount)
         MOVE SPACE           TO LT-StateFlag(LineCount)
      END-IF
      READ SupplierInvoiceFile
         AT END SET EndOfInvoiceLines TO TRUE
      END-READ
   END-PERFORM
   IF NOT NoInvoiceLinesYet
      CLOSE SupplierInvoiceFile
   END-IF.

LoadPOHistory.
   OPEN INPUT POHistoryFile
   IF NoPOHistoryYet
      SET EndOfPOHistory TO TRUE
   ELSE
      READ POHistoryFile
         AT END SET EndOfPOHistory TO TRUE
      END-READ
   END-IF
   PERFORM UNTIL EndOfPOHistory
      EVALUATE TRUE
          WHEN POHistHeader
               MOVE SupplierCode-HH TO CurrentSupplierCode
          WHEN POHistLine
               IF POLineCount < 4000
                  ADD 1 TO POLineCount
                  MOVE PONumber-HL  TO POL-Number(POLineCount)
                  MOVE CurrentSupplierCode
                                    TO POL-SupplierCode(POLineCount)
                  MOVE GadgetID-HL  TO POL-GadgetID(POLineCount)
                  MOVE OrderQty-HL  TO POL-OrderQty(POLineCount)
                  MOVE UnitPrice-HL TO POL-UnitPrice(POLineCount)
                  MOVE ZERO         TO POL-QtyReceived(POLineCount)
                  MOVE ZERO         TO POL-QtyInvoiced(POLineCount)
               END-IF
      END-EVALUATE
      READ POHistoryFile
         AT END SET EndOfPOHistory TO TRUE
      END-READ
   END-PERFORM
   IF NOT NoPOHistoryYet
      CLOSE POHistoryFile
   END-IF.

LoadCurrentPOFile.
*  Orders raised before the PO history was kept are only on the
*  current PO file; an order already loaded from the history is
*  skipped so its lines are not loaded twice.
   OPEN INPUT PurchaseOrderFile
   IF NoPurchaseOrderFile
      SET EndOfPOFile TO TRUE
   ELSE
      READ PurchaseOrderFile
         AT END SET EndOfPOFile TO TRUE
      END-READ
   END-IF
   PERFORM UNTIL EndOfPOFile
      EVALUATE TRUE
          WHEN POHeader
               MOVE SupplierCode-H TO CurrentSupplierCode
               SET PONumberNotOnFile TO TRUE
               PERFORM VARYING POLineIdx FROM 1 BY 1
                       UNTIL POLineIdx > POLineCount
                  IF POL-Number(POLineIdx) = PONumber-H
                     SET PONumberOnFile TO TRUE
                  END-IF
               END-PERFORM
          WHEN POLine
               IF PONumberNotOnFile AND POLineCount < 4000
                  ADD 1 TO POLineCount
                  MOVE PONumber-L   TO POL-Number(POLineCount)
                  MOVE CurrentSupplierCode
                                    TO POL-SupplierCode(POLineCount)
                  MOVE GadgetID-L   TO POL-GadgetID(POLineCount)
                  MOVE OrderQty-L   TO POL-OrderQty(POLineCount)
                  MOVE UnitPrice-L  TO POL-UnitPrice(POLineCount)
                  MOVE ZERO         TO POL-QtyReceived(POLineCount)
                  MOVE ZERO         TO POL-QtyInvoiced(POLineCount)
               END-IF
      END-EVALUATE
      READ PurchaseOrderFile
         AT END SET EndOfPOFile TO TRUE
      END-READ
   END-PERFORM
   IF NOT NoPurchaseOrderFile
      CLOSE PurchaseOrderFile
   END-IF.

ApplyReceipts.
   OPEN INPUT ReceiptsFile
   IF NoReceiptsFileYet
      SET EndOfReceiptsFile TO TRUE
   ELSE
      READ ReceiptsFile
         AT END SET EndOfReceiptsFile TO TRUE
      END-READ
   END-IF
   PERFORM UNTIL EndOfReceiptsFile
      MOVE PONumber-RCT TO EnteredPONumberNum
      MOVE GadgetID-RCT TO EnteredGadgetIDNum
      PERFORM FindPOLine
      IF LookupFound
         ADD QtyReceived-RCT TO POL-QtyReceived(FoundLineIdx)
      END-IF
      READ ReceiptsFile
         AT END SET EndOfReceiptsFile TO TRUE
      END-READ
   END-PERFORM
   IF NOT NoReceiptsFileYet
      CLOSE ReceiptsFile
   END-IF.

ApplyPriorApprovals.
   OPEN INPUT ApprovedPaymentFile
   IF NoApprovedFileYet
      SET EndOfApprovedFile TO TRUE
   ELSE
      READ ApprovedPaymentFile
         AT END SET EndOfApprovedFile TO TRUE
      END-READ
   END-IF
   PERFORM UNTIL EndOfApprovedFile
      MOVE PONumber-AP TO EnteredPONumberNum
      MOVE GadgetID-AP TO EnteredGadgetIDNum
      PERFORM FindPOLine
      IF LookupFound
         ADD QtyApproved-AP TO POL-QtyInvoiced(FoundLineIdx)
      END-IF
      READ ApprovedPaymentFile
         AT END SET EndOfApprovedFile TO TRUE
      END-READ
   END-PERFORM
   IF NOT NoApprovedFileYet
      CLOSE ApprovedPaymentFile
   END-IF.

FindPOLine.
   SET LookupNotFound TO TRUE
   PERFORM VARYING POLineIdx FROM 1 BY 1
           UNTIL POLineIdx > POLineCount OR LookupFound
      IF POL-Number(POLineIdx) = EnteredPONumberNum
         AND POL-GadgetID(POLineIdx) = EnteredGadgetIDNum
         SET LookupFound TO TRUE
         MOVE POLineIdx TO FoundLineIdx
      END-IF
   END-PERFORM.

MatchOneLine.
*  PO line, supplier and receipts first; then the quantity against
*  what has been received and not yet invoiced, and the unit cost
*  against the PO unit price within the keyed tolerance.  A clean
*  line's quantity is reserved against the PO line straight away, so
*  two invoices in the same run cannot both bill the same units.
   MOVE LT-PONumber(LineIdx) TO EnteredPONumberNum
   MOVE LT-GadgetID(LineIdx) TO EnteredGadgetIDNum
   PERFORM FindPOLine
   IF LookupNotFound
      SET LT-Discrepant(LineIdx) TO TRUE
      MOVE "NOT ON PO"        TO LT-HeldReason(LineIdx)
      EXIT PARAGRAPH
   END-IF
   MOVE FoundLineIdx TO LT-POLineIdx(LineIdx)
   IF POL-SupplierCode(FoundLineIdx) NOT = LT-SupplierCode(LineIdx)
      SET LT-Discrepant(LineIdx) TO TRUE
      MOVE "WRONG SUPPLIER"   TO LT-HeldReason(LineIdx)
      EXIT PARAGRAPH
   END-IF
   IF POL-QtyReceived(FoundLineIdx) = ZERO
      SET LT-Discrepant(LineIdx) TO TRUE
      MOVE "NOT RECEIVED"     TO LT-HeldReason(LineIdx)
      EXIT PARAGRAPH
   END-IF
   COMPUTE QtyStillToInvoice = POL-QtyReceived(FoundLineIdx)
                             - POL-QtyInvoiced(FoundLineIdx)
   IF LT-QtyInvoiced(LineIdx) > QtyStillToInvoice
      SET LT-Discrepant(LineIdx) TO TRUE
      MOVE "QTY VARIANCE"     TO LT-HeldReason(LineIdx)
      EXIT PARAGRAPH
   END-IF
   COMPUTE PriceTolerance ROUNDED =
           POL-UnitPrice(FoundLineIdx) * EnteredToleranceNum / 100
   COMPUTE PriceDifference =
           LT-UnitCost(LineIdx) - POL-UnitPrice(FoundLineIdx)
   IF PriceDifference < ZERO
      COMPUTE PriceDifference = ZERO - PriceDifference
   END-IF
   IF PriceDifference GREATER THAN PriceTolerance
      SET LT-Discrepant(LineIdx) TO TRUE
      MOVE "PRICE VARIANCE"   TO LT-HeldReason(LineIdx)
      EXIT PARAGRAPH
   END-IF
   SET LT-Clean(LineIdx) TO TRUE
   ADD LT-QtyInvoiced(LineIdx) TO POL-QtyInvoiced(FoundLineIdx).

PrintPayableApprovals.
   DISPLAY " "
   DISPLAY "***** APPROVED FOR PAYMENT - CLEAN INVOICES *****"
   MOVE ZERO TO InvoicesApproved
   OPEN EXTEND ApprovedPaymentFile
   IF NoApprovedFileYet
      OPEN OUTPUT ApprovedPaymentFile
   END-IF
   PERFORM VARYING LineIdx FROM 1 BY 1 UNTIL LineIdx > LineCount
      IF LT-Clean(LineIdx)
         AND NOT LT-Done(LineIdx)
         PERFORM JudgeWholeInvoice
         IF InvoiceIsClean
            PERFORM ApproveWholeInvoice
         END-IF
      END-IF
   END-PERFORM
   CLOSE ApprovedPaymentFile
   IF InvoicesApproved = ZERO
      DISPLAY "No invoices matched clean."
   ELSE
      MOVE InvoicesApproved TO PrnCount
      MOVE ApprovedValue    TO PrnValue
      DISPLAY "Invoices approved - " PrnCount "   value " PrnValue
   END-IF.

JudgeWholeInvoice.
   SET InvoiceIsClean TO TRUE
   PERFORM VARYING ScanIdx FROM 1 BY 1 UNTIL ScanIdx > LineCount
      IF LT-InvoiceNum(ScanIdx) = LT-InvoiceNum(LineIdx)
         AND LT-SupplierCode(ScanIdx) = LT-SupplierCode(LineIdx)
         AND NOT LT-Clean(ScanIdx)
         SET InvoiceHasIssue TO TRUE
      END-IF
   END-PERFORM.

ApproveWholeInvoice.
   ADD 1 TO InvoicesApproved
   MOVE ZERO TO InvoiceValue
   DISPLAY " "
   DISPLAY "Supplier " LT-SupplierCode(LineIdx) "  invoice "
           LT-InvoiceNum(LineIdx) " - APPROVED FOR PAYMENT"
   PERFORM VARYING ScanIdx FROM 1 BY 1 UNTIL ScanIdx > LineCount
      IF LT-InvoiceNum(ScanIdx) = LT-InvoiceNum(LineIdx)
         AND LT-SupplierCode(ScanIdx) = LT-SupplierCode(LineIdx)
         PERFORM WriteApprovedLine
      END-IF
   END-PERFORM
   ADD InvoiceValue TO ApprovedValue
   MOVE InvoiceValue TO PrnValue
   DISPLAY "  Invoice value " PrnValue.

WriteApprovedLine.
   MOVE LT-InvoiceNum(ScanIdx)   TO InvoiceNum-AP
   MOVE LT-SupplierCode(ScanIdx) TO SupplierCode-AP
   MOVE LT-PONumber(ScanIdx)     TO PONumber-AP
   MOVE LT-GadgetID(ScanIdx)     TO GadgetID-AP
   MOVE LT-QtyInvoiced(ScanIdx)  TO QtyApproved-AP
   MOVE LT-UnitCost(ScanIdx)     TO UnitCost-AP
   COMPUTE LineValue-AP ROUNDED =
           LT-QtyInvoiced(ScanIdx) * LT-UnitCost(ScanIdx)
   MOVE TodaysDate               TO ApprovedDate-AP
   MOVE OperatorId               TO OperatorId-AP
   WRITE ApprovedPaymentRec
   ADD LineValue-AP TO InvoiceValue
   MOVE LT-PONumber(ScanIdx)     TO PrnPONumber
   MOVE LT-GadgetID(ScanIdx)     TO PrnGadgetID
   MOVE LT-QtyInvoiced(ScanIdx)  TO PrnQtyInvoiced
   MOVE LT-UnitCost(ScanIdx)     TO PrnUnitCost
   MOVE LineValue-AP             TO PrnLineValue
   DISPLAY "  " ApprovalLine
   SET LT-Done(ScanIdx) TO TRUE.

PrintVariances.
*  A clean line held only because another line of its invoice failed
*  is listed too, so the buyer sees the whole invoice.
   DISPLAY " "
   DISPLAY "***** INVOICE VARIANCES - HELD FOR THE BUYER *****"
   MOVE ZERO TO LinesHeld
   PERFORM VARYING LineIdx FROM 1 BY 1 UNTIL LineIdx > LineCount
      IF NOT LT-Done(LineIdx)
         PERFORM PrintOneVariance
      END-IF
   END-PERFORM
   IF LinesHeld = ZERO
      DISPLAY "Nothing held."
   END-IF.

PrintOneVariance.
   IF LinesHeld = ZERO
      DISPLAY VarianceHeading
   END-IF
   ADD 1 TO LinesHeld
   DISPLAY "Supplier " LT-SupplierCode(LineIdx) "  invoice "
           LT-InvoiceNum(LineIdx) ":"
   MOVE LT-PONumber(LineIdx)    TO PrnVarPONumber
   MOVE LT-GadgetID(LineIdx)    TO PrnVarGadgetID
   MOVE LT-QtyInvoiced(LineIdx) TO PrnVarQty
   MOVE LT-UnitCost(LineIdx)    TO PrnVarUnitCost
   IF LT-POLineIdx(LineIdx) = ZERO
      MOVE ZERO TO PrnVarPOPrice, PrnVarOrdered, PrnVarReceived,
                   PrnVarInvoiced
   ELSE
      MOVE LT-POLineIdx(LineIdx) TO POLineIdx
      MOVE POL-UnitPrice(POLineIdx)   TO PrnVarPOPrice
      MOVE POL-OrderQty(POLineIdx)    TO PrnVarOrdered
      MOVE POL-QtyReceived(POLineIdx) TO PrnVarReceived
      MOVE POL-QtyInvoiced(POLineIdx) TO PrnVarInvoiced
   END-IF
   IF LT-Clean(LineIdx)
      MOVE "INVOICE HELD"       TO PrnVarReason
   ELSE
      MOVE LT-HeldReason(LineIdx) TO PrnVarReason
   END-IF
   DISPLAY "  " VarianceLine.

RewriteInvoiceLines.
*  Approved lines are marked matched so a second run can never
*  approve the same invoice again; held lines stay unmatched for the
*  next attempt once the buyer has resolved them.
   OPEN INPUT SupplierInvoiceFile
   OPEN OUTPUT NewSupplierInvoiceFile
   SET CopyBackLeft TO TRUE
   PERFORM UNTIL CopyBackDone
      READ SupplierInvoiceFile
         AT END SET CopyBackDone TO TRUE
         NOT AT END PERFORM FlagOneRewrittenLine
      END-READ
   END-PERFORM
   CLOSE SupplierInvoiceFile, NewSupplierInvoiceFile
   OPEN INPUT NewSupplierInvoiceFile
   OPEN OUTPUT SupplierInvoiceFile
   SET CopyBackLeft TO TRUE
   PERFORM UNTIL CopyBackDone
      READ NewSupplierInvoiceFile
         AT END SET CopyBackDone TO TRUE
         NOT AT END
             WRITE SupplierInvoiceRec FROM NewSupplierInvoiceRec
      END-READ
   END-PERFORM
   CLOSE NewSupplierInvoiceFile, SupplierInvoiceFile.

FlagOneRewrittenLine.
   PERFORM VARYING ScanIdx FROM 1 BY 1 UNTIL ScanIdx > LineCount
      IF LT-InvoiceNum(ScanIdx) = InvoiceNum-SI
         AND LT-SupplierCode(ScanIdx) = SupplierCode-SI
         AND LT-PONumber(ScanIdx) = PONumber-SI
         AND LT-GadgetID(ScanIdx) = GadgetID-SI
         AND LT-Done(ScanIdx)
         MOVE "m" TO MatchedFlag-SI
      END-IF
   END-PERFORM
   WRITE NewSupplierInvoiceRec FROM SupplierInvoiceRec.
