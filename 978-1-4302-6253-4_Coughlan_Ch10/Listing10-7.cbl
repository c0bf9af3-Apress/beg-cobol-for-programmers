* to go live in that night's run, so UpdatePrice entries are held on
* the PendingPriceFile instead, and only reach the Listing10-11 merge
* after a level-3 supervisor approves them in Listing10-24.
* Stock going back to a supplier - faulty, damaged, wrong or surplus -
* is keyed as a ReturnToSupplier (type 8) with the SupplierCode, the
* location it leaves from, the quantity and a reason code, not as a
* StockSubtraction: a subtraction looks like a sale and the supplier
* was never charged back.  Listing10-5 records each applied return for
* the debit-note run (Listing10-31).  Quarantined units (location 4)
* are sent back the same way.
* A counter sale is keyed as a priced customer invoice rather than a
* bare StockSubtraction: each line is priced at the gadget's Price-MF
* read from the INDEXED MasterStockFile, VAT is added at the rate
* keyed for the session (so finance can change it without a
* recompile, as in Listing14-2), and the invoice is numbered from
* this counter's LastInvoiceNumber seed file the way Listing12-7
* numbers its invoices.  The invoice lines go to the branch's invoice
* file and each line generates the StockSubtraction for the nightly
* run, so the daily sales ledger (Listing10-32) can reconcile what
* the tills invoiced against the subtractions Listing10-5 applied.
* A customer bringing a gadget back is keyed as a CustomerReturn
* (type 9), never as a StockAddition - that put broken units straight
* back on sale.  The return must name the invoice line it was sold on
* (branch and invoice number), cannot take back more than was sold on
* it less what has already been refunded, and the refund cannot
* exceed what the customer paid for the units, VAT included.  A
* condition code decides where the unit goes: RS resaleable back to
* the location keyed, FY faulty or DM damaged to quarantine
* (location 4) for return to the supplier.  Every refund paid is
* appended to the shared refund file for the cashiers' refund
* register (Listing10-33).
* Gadgets marked serialised on the master have each unit keyed by its
* serial number when it is sold, brought back by a customer or sent
* back to the supplier.  The serial must be on the serial register
* (Listing10-35Serials.dat, where goods-in put it) for that gadget and
* in the state the movement expects - in stock to be sold, sold on
* the invoice quoted to be refunded - and the register is updated as
* the invoice, refund or return is written, with the date, branch,
* invoice and customer.  Stock of a serialised gadget moved any other
* way is picked up by the nightly serial count check (Listing10-36).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS PendingPriceStatus.

   SELECT MasterStockFile ASSIGN TO "Listing10-5Master.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS RANDOM
          RECORD KEY IS GadgetID-MF
          FILE STATUS IS MasterStockStatus.

*  Each counter keeps its own invoice file and invoice-number seed,
*  named from the branch number the same way as the branch file.
   SELECT InvoiceLineFile ASSIGN TO InvoiceFileName
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS InvoiceLineStatus.

   SELECT InvoiceSeedFile ASSIGN TO InvoiceSeedFileName
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS InvoiceSeedStatus.

*  The invoice file of the branch that made the original sale.
   SELECT OrigInvoiceFile ASSIGN TO OrigInvoiceFileName
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS OrigInvoiceStatus.

   SELECT RefundFile ASSIGN TO "Listing10-7Refunds.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS RefundStatus.

   SELECT SerialRegisterFile ASSIGN TO "Listing10-35Serials.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS RANDOM
          RECORD KEY IS SerialKey-SN
          ALTERNATE RECORD KEY IS GadgetID-SN WITH DUPLICATES
          FILE STATUS IS SerialRegisterStatus.

DATA DIVISION.
FILE SECTION.
FD TransactionFile.
       88 StockSubtraction  VALUE 5.
       88 StockTake         VALUE 6.
       88 WarehouseTransfer VALUE 7.
       88 ReturnToSupplier  VALUE 8.
       88 CustomerReturn    VALUE 9.
   02 RecordBody-IR.
      03 GadgetID-TF        PIC 9(7).
      03 GadgetName-IR      PIC X(30).
   02 FILLER                PIC X(38).
   02 EntryStamp-TR         PIC X(18).

01 ReturnRec.
   02 FILLER                PIC 9(8).
   02 QtyToReturn           PIC 9(4).
   02 Location-RTS          PIC 9.
   02 SupplierCode-RTS      PIC 9(4).
   02 ReasonCode-RTS        PIC XX.
   02 FILLER                PIC X(33).
   02 EntryStamp-RTS        PIC X(18).

01 CustReturnRec.
   02 FILLER                PIC 9(8).
   02 QtyReturned-CR        PIC 9(4).
   02 Location-CR           PIC 9.
   02 ConditionCode-CR      PIC XX.
   02 OrigBranchCode-CR     PIC XX.
   02 OrigInvoiceNum-CR     PIC 9(6).
   02 RefundAmount-CR       PIC 9(5)V99.
   02 FILLER                PIC X(22).
   02 EntryStamp-CR         PIC X(18).

FD PendingPriceFile.
01 PendingPriceRec.
   02 GadgetID-PP           PIC 9(7).
   02 EntryDateTime-PP      PIC 9(14).
   02 BranchCode-PP         PIC XX.

FD MasterStockFile.
01 MasterStockRec.
   02 GadgetID-MF           PIC 9(7).
   02 GadgetName-MF         PIC X(30).
   02 QtyInStock-MF         PIC 9(4).
   02 Price-MF              PIC 9(4)V99.
   02 SupplierCode-MF       PIC 9(4).
   02 QtyByLocation-MF.
      03 QtyAtLocation-MF   PIC 9(4) OCCURS 3 TIMES.
   02 Serialised-MF         PIC X.
      88 SerialisedGadget   VALUE "Y".
   02 RegularPrice-MF       PIC 9(4)V99.
   02 LifecycleStatus-MF    PIC X.

FD InvoiceLineFile.
01 InvoiceLineRec.
   02 InvoiceNum-IL         PIC 9(6).
   02 BranchCode-IL         PIC XX.
   02 InvoiceDate-IL        PIC 9(8).
   02 GadgetID-IL           PIC 9(7).
   02 QtySold-IL            PIC 9(4).
   02 Location-IL           PIC 9.
   02 UnitPrice-IL          PIC 9(4)V99.
   02 LineValue-IL          PIC 9(7)V99.
   02 LineVat-IL            PIC 9(6)V99.
   02 OperatorId-IL         PIC X(4).

FD InvoiceSeedFile.
01 InvoiceSeedRec.
   02 LastInvoiceNumber     PIC 9(6).

FD OrigInvoiceFile.
01 OrigInvoiceRec.
   88 EndOfOrigInvoiceFile  VALUE HIGH-VALUES.
   02 InvoiceNum-OI         PIC 9(6).
   02 BranchCode-OI         PIC XX.
   02 InvoiceDate-OI        PIC 9(8).
   02 GadgetID-OI           PIC 9(7).
   02 QtySold-OI            PIC 9(4).
   02 Location-OI           PIC 9.
   02 UnitPrice-OI          PIC 9(4)V99.
   02 LineValue-OI          PIC 9(7)V99.
   02 LineVat-OI            PIC 9(6)V99.
   02 OperatorId-OI         PIC X(4).

FD RefundFile.
01 RefundRec.
   88 EndOfRefundFile       VALUE HIGH-VALUES.
   02 RefundDate-RF         PIC 9(8).
   02 BranchCode-RF         PIC XX.
   02 GadgetID-RF           PIC 9(7).
   02 QtyReturned-RF        PIC 9(4).
   02 ConditionCode-RF      PIC XX.
   02 Location-RF           PIC 9.
   02 OrigBranchCode-RF     PIC XX.
   02 OrigInvoiceNum-RF     PIC 9(6).
   02 RefundAmount-RF       PIC 9(5)V99.
   02 OperatorId-RF         PIC X(4).

FD SerialRegisterFile.
01 SerialRec.
   02 SerialKey-SN.
      03 SerialNumber-SN    PIC X(20).
      03 GadgetID-SN        PIC 9(7).
   02 SerialState-SN        PIC X.
      88 SerialInStock      VALUE "I".
      88 SerialSold         VALUE "S".
      88 SerialQuarantined  VALUE "Q".
      88 SerialReturned     VALUE "R".
   02 ReceiptDate-SN        PIC 9(8).
   02 ReceiptPONumber-SN    PIC 9(6).
   02 ReceiptOperator-SN    PIC X(4).
   02 SaleDate-SN           PIC 9(8).
   02 SaleBranchCode-SN     PIC XX.
   02 SaleInvoiceNum-SN     PIC 9(6).
   02 CustName-SN           PIC X(25).
   02 CustPhone-SN          PIC X(12).
   02 ReturnDate-SN         PIC 9(8).
   02 ReturnBranchCode-SN   PIC XX.
   02 ConditionCode-SN      PIC XX.
   02 SupplierReturnDate-SN PIC 9(8).

WORKING-STORAGE SECTION.
01 OperatorId              PIC X(4).
01 SignOnProgramName       PIC X(12) VALUE "Listing10-7".
01 PendingPriceStatus      PIC XX.
   88 NoPendingFileYet     VALUE "35".

01 MasterStockStatus       PIC XX.
   88 MasterStockOK        VALUE "00".
   88 GadgetNotFound       VALUE "23".

01 InvoiceFileName         PIC X(40).
01 InvoiceLineStatus       PIC XX.
   88 NoInvoiceFileYet     VALUE "35".

01 InvoiceSeedFileName     PIC X(40).
01 InvoiceSeedStatus       PIC XX.
   88 NoInvoiceSeedYet     VALUE "35".

01 OrigInvoiceFileName     PIC X(40).
01 OrigInvoiceStatus       PIC XX.
   88 NoOrigInvoiceFile    VALUE "35".

01 RefundStatus            PIC XX.
   88 NoRefundFileYet      VALUE "35".

01 SerialRegisterStatus    PIC XX.
   88 SerialRegisterOK     VALUE "00", "02".
   88 NoSerialRegister     VALUE "35".
01 FILLER                  PIC X VALUE "n".
   88 SerialRegisterOpen   VALUE "y".
   88 SerialRegisterClosed VALUE "n".

01 MenuChoice              PIC X.
   88 ChoseInsertion       VALUE "1".
   88 ChoseDeletion        VALUE "2".
   88 ChoseStockSubtraction VALUE "5".
   88 ChoseStockTake       VALUE "6".
   88 ChoseTransfer        VALUE "7".
   88 ChoseReturn          VALUE "8".
   88 ChoseCounterSale     VALUE "9".
   88 ChoseCustomerReturn  VALUE "R", "r".
   88 ChoseQuit            VALUE "0".
   88 ValidMenuChoice      VALUE "0", "1", "2", "3", "4", "5", "6",
                                 "7", "8", "9", "R", "r".

*  Fields are keyed into these X-pictures, proved NUMERIC, and only
*  then moved to the numeric transaction fields.
01 EnteredSupplier         PIC X(4).
01 EnteredSupplierNum REDEFINES EnteredSupplier
                           PIC 9(4).
*  FY faulty, DM damaged in transit, WI wrong item, SU surplus.
01 EnteredReasonCode       PIC XX.
   88 ValidReasonCode      VALUE "FY", "DM", "WI", "SU".

01 FILLER                  PIC X VALUE "n".
   88 FieldAccepted        VALUE "y".
01 TransEnteredCount       PIC 9(4) VALUE ZERO.
01 PrnEnteredCount         PIC ZZZ9.

*  VAT rate is keyed once per session, at the first counter sale.
01 VatRate                 PIC 9V999.
01 FILLER                  PIC X VALUE "n".
   88 VatRateKeyed         VALUE "y".
   88 VatRateNotKeyed      VALUE "n".

01 AnotherLine             PIC X.
   88 MoreLines            VALUE "Y", "y".
   88 NoMoreLines          VALUE "N", "n".

*  The lines of the invoice being keyed, held until the customer has
*  finished so the invoice is numbered and printed in one piece.
01 SaleTable.
   02 SaleEntry OCCURS 20 TIMES.
      03 SL-GadgetID       PIC 9(7).
      03 SL-GadgetName     PIC X(30).
      03 SL-Qty            PIC 9(4).
      03 SL-Location       PIC 9.
      03 SL-UnitPrice      PIC 9(4)V99.
      03 SL-LineValue      PIC 9(7)V99.
      03 SL-LineVat        PIC 9(6)V99.

01 SaleLineCount           PIC 99 VALUE ZERO.
01 SaleIdx                 PIC 99.
01 NextInvoiceNumber       PIC 9(6).
01 InvoiceDate             PIC 9(8).
01 InvoiceNetTotal         PIC 9(7)V99.
01 InvoiceVatTotal         PIC 9(6)V99.
01 InvoiceGrossTotal       PIC 9(7)V99.
01 InvoicesIssued          PIC 9(4) VALUE ZERO.

*  RS resaleable, FY faulty, DM damaged - FY and DM go to quarantine.
01 EnteredCondition        PIC XX.
   88 ValidCondition       VALUE "RS", "FY", "DM".
   88 ConditionResaleable  VALUE "RS".
01 QuarantineLocation      PIC 9 VALUE 4.
01 EnteredOrigBranch       PIC X.
   88 ValidOrigBranch      VALUE "1", "2", "3".
01 EnteredInvoiceNum       PIC X(6).
01 EnteredInvoiceNumNum REDEFINES EnteredInvoiceNum
                           PIC 9(6).
01 EnteredRefund           PIC X(7).
01 EnteredRefundNum REDEFINES EnteredRefund
                           PIC 9(5)V99.
01 OrigBranchCode          PIC XX.
01 FILLER                  PIC X VALUE "n".
   88 SaleLineFound        VALUE "y".
   88 SaleLineNotFound     VALUE "n".
01 OrigQtySold             PIC 9(4).
01 OrigPaidInclVat         PIC 9(8)V99.
01 QtyAlreadyRefunded      PIC 9(5).
01 QtyStillReturnable      PIC 9(5).
01 PrnQtyReturnable        PIC ZZZZ9.
01 MaximumRefund           PIC 9(5)V99.
01 RefundsPaid             PIC 9(4) VALUE ZERO.
01 PrnRefund               PIC $$$,$$9.99.

*  Serial numbers keyed for the invoice, refund or supplier return
*  being entered, written to the register when it is accepted.
01 UnitSerialTable.
   02 UnitSerialEntry OCCURS 50 TIMES.
      03 US-GadgetID       PIC 9(7).
      03 US-SerialNumber   PIC X(20).
01 UnitSerialCount         PIC 99 VALUE ZERO.
01 UnitSerialIdx           PIC 99.
01 SerialsBeforeEntry      PIC 99.
01 SerialsKeyed            PIC 9(4).
01 PrnUnitNumber           PIC ZZZ9.
01 EnteredSerial           PIC X(20).
01 RequiredSerialState     PIC X.
01 FILLER                  PIC X VALUE "n".
   88 SerialsCaptured      VALUE "y".
   88 SerialsNotCaptured   VALUE "n".
01 SerialMovement          PIC X.
   88 SerialMoveSale       VALUE "S".
   88 SerialMoveCustReturn VALUE "C".
   88 SerialMoveToSupplier VALUE "R".

01 InvoiceHeadLine.
   02 FILLER               PIC X(10) VALUE "Invoice - ".
   02 PrnBranchCode        PIC XX.
   02 FILLER               PIC X     VALUE "/".
   02 PrnInvoiceNumber     PIC 9(6).
   02 FILLER               PIC X(3)  VALUE SPACES.
   02 PrnInvoiceDate       PIC 9(8).

01 InvoiceColumnLine.
   02 FILLER               PIC X(40) VALUE
      "GadgetID  Gadget Name                   ".
   02 FILLER               PIC X(36) VALUE
      " Qty      Price        Value".

01 InvoiceDetailLine.
   02 PrnGadgetID          PIC 9(7).
   02 FILLER               PIC X(3)  VALUE SPACES.
   02 PrnGadgetName        PIC X(30).
   02 PrnQty               PIC ZZZ9.
   02 FILLER               PIC X(2)  VALUE SPACES.
   02 PrnUnitPrice         PIC $$,$$9.99.
   02 FILLER               PIC X(2)  VALUE SPACES.
   02 PrnLineValue         PIC $$,$$$,$$9.99.

01 InvoiceTotalLine.
   02 PrnTotalLabel        PIC X(20).
   02 FILLER               PIC X(37) VALUE SPACES.
   02 PrnTotalValue        PIC $$,$$$,$$9.99.

PROCEDURE DIVISION.
Begin.
   DISPLAY "Gadget stock transaction entry"
   END-PERFORM
   STRING "Listing10-5TransB" BranchNumber ".dat"
       DELIMITED BY SIZE INTO TransFileName
   STRING "Listing10-7InvB" BranchNumber ".dat"
       DELIMITED BY SIZE INTO InvoiceFileName
   STRING "Listing10-7InvSeqB" BranchNumber ".dat"
       DELIMITED BY SIZE INTO InvoiceSeedFileName
*  The first session of the day starts the branch file fresh.
   OPEN EXTEND TransactionFile
   IF NoTransFileYet
      OPEN OUTPUT TransactionFile
   END-IF
*  No register yet just means nothing serialised has been received -
*  a serialised gadget is then refused when it is keyed.
   OPEN I-O SerialRegisterFile
   IF SerialRegisterOK
      SET SerialRegisterOpen TO TRUE
   END-IF
   PERFORM DisplayMenuAndGetChoice
   PERFORM UNTIL ChoseQuit
      EVALUATE TRUE
          WHEN ChoseStockSubtraction PERFORM EnterStockSubtraction
          WHEN ChoseStockTake        PERFORM EnterStockTake
          WHEN ChoseTransfer         PERFORM EnterTransfer
          WHEN ChoseReturn           PERFORM EnterReturnToSupplier
          WHEN ChoseCounterSale      PERFORM EnterCounterSale
          WHEN ChoseCustomerReturn   PERFORM EnterCustomerReturn
      END-EVALUATE
      PERFORM DisplayMenuAndGetChoice
   END-PERFORM
   CLOSE TransactionFile
   IF SerialRegisterOpen
      CLOSE SerialRegisterFile
   END-IF
   MOVE TransEnteredCount TO PrnEnteredCount
   DISPLAY "Transactions appended this session - " PrnEnteredCount
   IF InvoicesIssued NOT = ZERO
      MOVE InvoicesIssued TO PrnEnteredCount
      DISPLAY "Customer invoices issued           - " PrnEnteredCount
   END-IF
   IF RefundsPaid NOT = ZERO
      MOVE RefundsPaid TO PrnEnteredCount
      DISPLAY "Customer refunds paid              - " PrnEnteredCount
   END-IF
   STOP RUN.

DisplayMenuAndGetChoice.
   DISPLAY "5. StockSubtraction"
   DISPLAY "6. StockTake"
   DISPLAY "7. WarehouseTransfer"
   DISPLAY "8. ReturnToSupplier"
   DISPLAY "9. Counter sale (priced invoice)"
   DISPLAY "R. Customer return (refund)"
   DISPLAY "0. Quit"
   MOVE SPACE TO MenuChoice
   PERFORM UNTIL ValidMenuChoice
   MOVE EnteredToLocationNum TO ToLocation
   PERFORM StampAndWriteTransaction.

EnterReturnToSupplier.
   PERFORM GetValidGadgetID
   PERFORM GetValidSupplier
   PERFORM GetValidQty
   PERFORM GetValidReturnLocation
   PERFORM ReadGadgetForSerialFlag
   MOVE ZERO TO UnitSerialCount
   IF SerialisedGadget
      IF EnteredLocationNum = QuarantineLocation
         MOVE "Q" TO RequiredSerialState
      ELSE
         MOVE "I" TO RequiredSerialState
      END-IF
      PERFORM CaptureUnitSerials
      IF SerialsNotCaptured
         DISPLAY "Return to supplier refused."
         EXIT PARAGRAPH
      END-IF
   END-IF
   MOVE SPACES TO EnteredReasonCode
   PERFORM UNTIL ValidReasonCode
      DISPLAY "Reason - FY faulty, DM damaged, WI wrong item,"
              " SU surplus - " WITH NO ADVANCING
      ACCEPT EnteredReasonCode
      MOVE FUNCTION UPPER-CASE(EnteredReasonCode) TO EnteredReasonCode
   END-PERFORM
   MOVE SPACES TO InsertionRec
   MOVE 8 TO TypeCode-TF
   MOVE EnteredGadgetIDNum  TO GadgetID-TF
   MOVE EnteredQtyNum       TO QtyToReturn
   MOVE EnteredLocationNum  TO Location-RTS
   MOVE EnteredSupplierNum  TO SupplierCode-RTS
   MOVE EnteredReasonCode   TO ReasonCode-RTS
   PERFORM StampAndWriteTransaction
   SET SerialMoveToSupplier TO TRUE
   PERFORM UpdateUnitSerials.

EnterCounterSale.
   IF VatRateNotKeyed
      DISPLAY "Enter VAT rate (e.g. 0.230 for 23%) - "
              WITH NO ADVANCING
      ACCEPT VatRate
      SET VatRateKeyed TO TRUE
   END-IF
   OPEN INPUT MasterStockFile
   IF NOT MasterStockOK
      DISPLAY "Stock file not available - counter sale refused."
      EXIT PARAGRAPH
   END-IF
   DISPLAY "Customer name (blank if none) - " WITH NO ADVANCING
   ACCEPT EnteredCustName
   DISPLAY "Customer phone                - " WITH NO ADVANCING
   ACCEPT EnteredCustPhone
   MOVE ZERO TO SaleLineCount, UnitSerialCount
   SET MoreLines TO TRUE
   PERFORM UNTIL NoMoreLines
      PERFORM EnterOneSaleLine
      IF SaleLineCount = 20
         DISPLAY "Invoice full - 20 lines."
         SET NoMoreLines TO TRUE
      ELSE
         MOVE SPACE TO AnotherLine
         PERFORM UNTIL MoreLines OR NoMoreLines
            DISPLAY "Another line (Y/N) - " WITH NO ADVANCING
            ACCEPT AnotherLine
         END-PERFORM
      END-IF
   END-PERFORM
   CLOSE MasterStockFile
   IF SaleLineCount = ZERO
      DISPLAY "No lines priced - no invoice issued."
   ELSE
      PERFORM IssueCustomerInvoice
   END-IF.

EnterOneSaleLine.
   PERFORM GetValidGadgetID
   MOVE EnteredGadgetIDNum TO GadgetID-MF
   READ MasterStockFile
      INVALID KEY CONTINUE
   END-READ
   IF NOT MasterStockOK
      DISPLAY "GadgetID not on the stock file - line refused."
   ELSE
      PERFORM GetValidQty
      PERFORM GetValidLocation
      IF EnteredQtyNum = ZERO
         DISPLAY "Nothing sold - line refused."
         EXIT PARAGRAPH
      END-IF
      IF SerialisedGadget
         MOVE "I" TO RequiredSerialState
         PERFORM CaptureUnitSerials
         IF SerialsNotCaptured
            DISPLAY "Line refused."
            EXIT PARAGRAPH
         END-IF
      END-IF
      ADD 1 TO SaleLineCount
      MOVE GadgetID-MF        TO SL-GadgetID(SaleLineCount)
      MOVE GadgetName-MF      TO SL-GadgetName(SaleLineCount)
      MOVE EnteredQtyNum      TO SL-Qty(SaleLineCount)
      MOVE EnteredLocationNum TO SL-Location(SaleLineCount)
      MOVE Price-MF           TO SL-UnitPrice(SaleLineCount)
      COMPUTE SL-LineValue(SaleLineCount) =
              EnteredQtyNum * Price-MF
      COMPUTE SL-LineVat(SaleLineCount) ROUNDED =
              SL-LineValue(SaleLineCount) * VatRate
      MOVE SL-LineValue(SaleLineCount) TO PrnLineValue
      DISPLAY GadgetName-MF " " PrnLineValue
   END-IF.

IssueCustomerInvoice.
*  VAT is worked line by line so the sales ledger, adding up the
*  lines, agrees with the invoice to the cent.
   PERFORM GetNextInvoiceNumber
   ADD 1 TO NextInvoiceNumber
   MOVE FUNCTION CURRENT-DATE(1:8) TO InvoiceDate
   MOVE ZERO TO InvoiceNetTotal, InvoiceVatTotal
   OPEN EXTEND InvoiceLineFile
   IF NoInvoiceFileYet
      OPEN OUTPUT InvoiceLineFile
   END-IF
   PERFORM VARYING SaleIdx FROM 1 BY 1 UNTIL SaleIdx > SaleLineCount
      MOVE NextInvoiceNumber     TO InvoiceNum-IL
      STRING "B" BranchNumber DELIMITED BY SIZE INTO BranchCode-IL
      MOVE InvoiceDate           TO InvoiceDate-IL
      MOVE SL-GadgetID(SaleIdx)  TO GadgetID-IL
      MOVE SL-Qty(SaleIdx)       TO QtySold-IL
      MOVE SL-Location(SaleIdx)  TO Location-IL
      MOVE SL-UnitPrice(SaleIdx) TO UnitPrice-IL
      MOVE SL-LineValue(SaleIdx) TO LineValue-IL
      MOVE SL-LineVat(SaleIdx)   TO LineVat-IL
      MOVE OperatorId            TO OperatorId-IL
      WRITE InvoiceLineRec
      ADD SL-LineValue(SaleIdx)  TO InvoiceNetTotal
      ADD SL-LineVat(SaleIdx)    TO InvoiceVatTotal
      MOVE SPACES TO InsertionRec
      MOVE 5 TO TypeCode-TF
      MOVE SL-GadgetID(SaleIdx)  TO GadgetID-TF
      MOVE SL-Qty(SaleIdx)       TO QtyToSubtract
      MOVE SL-Location(SaleIdx)  TO Location-SFS
      MOVE EnteredCustName       TO CustName-SFS
      MOVE EnteredCustPhone      TO CustPhone-SFS
      PERFORM StampAndWriteTransaction
   END-PERFORM
   CLOSE InvoiceLineFile
   PERFORM SaveNextInvoiceNumber
   SET SerialMoveSale TO TRUE
   PERFORM UpdateUnitSerials
   ADD 1 TO InvoicesIssued
   COMPUTE InvoiceGrossTotal = InvoiceNetTotal + InvoiceVatTotal
   PERFORM PrintCustomerInvoice
   MOVE "INVOICE" TO LogActionName
   CALL "LogOperatorAction" USING OperatorId, SignOnProgramName,
                                  LogActionName.

PrintCustomerInvoice.
   MOVE BranchCode-IL     TO PrnBranchCode
   MOVE NextInvoiceNumber TO PrnInvoiceNumber
   MOVE InvoiceDate       TO PrnInvoiceDate
   DISPLAY " "
   DISPLAY InvoiceHeadLine
   IF EnteredCustName NOT = SPACES
      DISPLAY EnteredCustName
   END-IF
   DISPLAY InvoiceColumnLine
   PERFORM VARYING SaleIdx FROM 1 BY 1 UNTIL SaleIdx > SaleLineCount
      MOVE SL-GadgetID(SaleIdx)   TO PrnGadgetID
      MOVE SL-GadgetName(SaleIdx) TO PrnGadgetName
      MOVE SL-Qty(SaleIdx)        TO PrnQty
      MOVE SL-UnitPrice(SaleIdx)  TO PrnUnitPrice
      MOVE SL-LineValue(SaleIdx)  TO PrnLineValue
      DISPLAY InvoiceDetailLine
   END-PERFORM
   MOVE "Goods"             TO PrnTotalLabel
   MOVE InvoiceNetTotal     TO PrnTotalValue
   DISPLAY InvoiceTotalLine
   MOVE "VAT"               TO PrnTotalLabel
   MOVE InvoiceVatTotal     TO PrnTotalValue
   DISPLAY InvoiceTotalLine
   MOVE "Total due"         TO PrnTotalLabel
   MOVE InvoiceGrossTotal   TO PrnTotalValue
   DISPLAY InvoiceTotalLine.

EnterCustomerReturn.
   PERFORM GetValidGadgetID
   MOVE SPACE TO EnteredOrigBranch
   PERFORM UNTIL ValidOrigBranch
      DISPLAY "Branch the gadget was sold at (1-3) - "
              WITH NO ADVANCING
      ACCEPT EnteredOrigBranch
   END-PERFORM
   SET FieldRejected TO TRUE
   PERFORM UNTIL FieldAccepted
      DISPLAY "Invoice number it was sold on (6 digits) - "
              WITH NO ADVANCING
      ACCEPT EnteredInvoiceNum
      IF EnteredInvoiceNum NOT NUMERIC
         DISPLAY "Invoice number must be 6 digits - " EnteredInvoiceNum
      ELSE
         SET FieldAccepted TO TRUE
      END-IF
   END-PERFORM
   PERFORM FindOriginalSaleLine
   IF SaleLineNotFound
      DISPLAY "That gadget is not on that invoice - return refused."
      EXIT PARAGRAPH
   END-IF
   PERFORM TotalEarlierRefunds
   IF QtyAlreadyRefunded NOT < OrigQtySold
      DISPLAY "Every unit on that invoice line has been refunded"
              " already - return refused."
      EXIT PARAGRAPH
   END-IF
   COMPUTE QtyStillReturnable = OrigQtySold - QtyAlreadyRefunded
   MOVE QtyStillReturnable TO PrnQtyReturnable
   SET FieldRejected TO TRUE
   PERFORM UNTIL FieldAccepted
      PERFORM GetValidQty
      IF EnteredQtyNum = ZERO OR EnteredQtyNum > QtyStillReturnable
         DISPLAY "Quantity must be 1 to " PrnQtyReturnable
         SET FieldRejected TO TRUE
      END-IF
   END-PERFORM
   PERFORM ReadGadgetForSerialFlag
   MOVE ZERO TO UnitSerialCount
   IF SerialisedGadget
      MOVE "S" TO RequiredSerialState
      PERFORM CaptureUnitSerials
      IF SerialsNotCaptured
         DISPLAY "Return refused."
         EXIT PARAGRAPH
      END-IF
   END-IF
   MOVE SPACES TO EnteredCondition
   PERFORM UNTIL ValidCondition
      DISPLAY "Condition - RS resaleable, FY faulty, DM damaged - "
              WITH NO ADVANCING
      ACCEPT EnteredCondition
      MOVE FUNCTION UPPER-CASE(EnteredCondition) TO EnteredCondition
   END-PERFORM
   IF ConditionResaleable
      PERFORM GetValidLocation
   ELSE
      MOVE QuarantineLocation TO EnteredLocationNum
      DISPLAY "Unit goes to quarantine (location 4)."
   END-IF
   COMPUTE MaximumRefund ROUNDED =
           OrigPaidInclVat * EnteredQtyNum / OrigQtySold
   MOVE MaximumRefund TO PrnRefund
   SET FieldRejected TO TRUE
   PERFORM UNTIL FieldAccepted
      DISPLAY "Refund paid (7 digits, as 99999v99, at most "
              PrnRefund ") - " WITH NO ADVANCING
      ACCEPT EnteredRefund
      IF EnteredRefund NOT NUMERIC
         DISPLAY "Refund must be 7 digits - " EnteredRefund
      ELSE
         IF EnteredRefundNum > MaximumRefund
            DISPLAY "Refund exceeds what was paid - " PrnRefund
         ELSE
            SET FieldAccepted TO TRUE
         END-IF
      END-IF
   END-PERFORM
   PERFORM RecordCustomerRefund
   MOVE SPACES TO InsertionRec
   MOVE 9 TO TypeCode-TF
   MOVE EnteredGadgetIDNum TO GadgetID-TF
   MOVE EnteredQtyNum      TO QtyReturned-CR
   MOVE EnteredLocationNum TO Location-CR
   MOVE EnteredCondition   TO ConditionCode-CR
   MOVE OrigBranchCode     TO OrigBranchCode-CR
   MOVE EnteredInvoiceNumNum TO OrigInvoiceNum-CR
   MOVE EnteredRefundNum   TO RefundAmount-CR
   PERFORM StampAndWriteTransaction
   SET SerialMoveCustReturn TO TRUE
   PERFORM UpdateUnitSerials.

FindOriginalSaleLine.
   SET SaleLineNotFound TO TRUE
   STRING "B" EnteredOrigBranch DELIMITED BY SIZE INTO OrigBranchCode
   MOVE SPACES TO OrigInvoiceFileName
   STRING "Listing10-7InvB" EnteredOrigBranch ".dat"
       DELIMITED BY SIZE INTO OrigInvoiceFileName
   OPEN INPUT OrigInvoiceFile
   IF NoOrigInvoiceFile
      EXIT PARAGRAPH
   END-IF
   READ OrigInvoiceFile
      AT END SET EndOfOrigInvoiceFile TO TRUE
   END-READ
   PERFORM UNTIL EndOfOrigInvoiceFile OR SaleLineFound
      IF InvoiceNum-OI = EnteredInvoiceNumNum
         AND GadgetID-OI = EnteredGadgetIDNum
         SET SaleLineFound TO TRUE
         MOVE QtySold-OI TO OrigQtySold
         COMPUTE OrigPaidInclVat = LineValue-OI + LineVat-OI
      ELSE
         READ OrigInvoiceFile
            AT END SET EndOfOrigInvoiceFile TO TRUE
         END-READ
      END-IF
   END-PERFORM
   CLOSE OrigInvoiceFile.

TotalEarlierRefunds.
   MOVE ZERO TO QtyAlreadyRefunded
   OPEN INPUT RefundFile
   IF NoRefundFileYet
      EXIT PARAGRAPH
   END-IF
   READ RefundFile
      AT END SET EndOfRefundFile TO TRUE
   END-READ
   PERFORM UNTIL EndOfRefundFile
      IF OrigBranchCode-RF = OrigBranchCode
         AND OrigInvoiceNum-RF = EnteredInvoiceNumNum
         AND GadgetID-RF = EnteredGadgetIDNum
         ADD QtyReturned-RF TO QtyAlreadyRefunded
      END-IF
      READ RefundFile
         AT END SET EndOfRefundFile TO TRUE
      END-READ
   END-PERFORM
   CLOSE RefundFile.

RecordCustomerRefund.
   OPEN EXTEND RefundFile
   IF NoRefundFileYet
      OPEN OUTPUT RefundFile
   END-IF
   MOVE FUNCTION CURRENT-DATE(1:8) TO RefundDate-RF
   STRING "B" BranchNumber DELIMITED BY SIZE INTO BranchCode-RF
   MOVE EnteredGadgetIDNum   TO GadgetID-RF
   MOVE EnteredQtyNum        TO QtyReturned-RF
   MOVE EnteredCondition     TO ConditionCode-RF
   MOVE EnteredLocationNum   TO Location-RF
   MOVE OrigBranchCode       TO OrigBranchCode-RF
   MOVE EnteredInvoiceNumNum TO OrigInvoiceNum-RF
   MOVE EnteredRefundNum     TO RefundAmount-RF
   MOVE OperatorId           TO OperatorId-RF
   WRITE RefundRec
   CLOSE RefundFile
   ADD 1 TO RefundsPaid
   MOVE "REFUND" TO LogActionName
   CALL "LogOperatorAction" USING OperatorId, SignOnProgramName,
                                  LogActionName.

ReadGadgetForSerialFlag.
*  Only the serialised flag is wanted; a gadget not on the master is
*  treated as not serialised and left to the nightly run to reject.
   MOVE "N" TO Serialised-MF
   OPEN INPUT MasterStockFile
   IF MasterStockOK
      MOVE EnteredGadgetIDNum TO GadgetID-MF
      READ MasterStockFile
         INVALID KEY MOVE "N" TO Serialised-MF
      END-READ
      CLOSE MasterStockFile
   END-IF.

CaptureUnitSerials.
*  Every unit of a serialised gadget is keyed by its serial number,
*  which must be on the register for this gadget in the state held in
*  RequiredSerialState.  A blank serial abandons the entry and drops
*  the serials keyed for it.
   SET SerialsNotCaptured TO TRUE
   IF SerialRegisterClosed
      DISPLAY "Serial register not available - serialised gadget"
              " refused."
      EXIT PARAGRAPH
   END-IF
   IF EnteredQtyNum > 50 - UnitSerialCount
      DISPLAY "No more than 50 serialised units can be keyed at once"
              " - key the rest separately."
      EXIT PARAGRAPH
   END-IF
   MOVE UnitSerialCount TO SerialsBeforeEntry
   MOVE ZERO TO SerialsKeyed
   SET SerialsCaptured TO TRUE
   PERFORM UNTIL SerialsKeyed = EnteredQtyNum OR SerialsNotCaptured
      PERFORM GetOneUnitSerial
   END-PERFORM
   IF SerialsNotCaptured
      MOVE SerialsBeforeEntry TO UnitSerialCount
      DISPLAY "Serial numbers incomplete - entry abandoned."
   END-IF.

GetOneUnitSerial.
   COMPUTE PrnUnitNumber = SerialsKeyed + 1
   DISPLAY "Serial number of unit " PrnUnitNumber
           " (blank to abandon) - " WITH NO ADVANCING
   ACCEPT EnteredSerial
   MOVE FUNCTION UPPER-CASE(EnteredSerial) TO EnteredSerial
   IF EnteredSerial = SPACES
      SET SerialsNotCaptured TO TRUE
      EXIT PARAGRAPH
   END-IF
   PERFORM VARYING UnitSerialIdx FROM 1 BY 1
           UNTIL UnitSerialIdx > UnitSerialCount
      IF US-GadgetID(UnitSerialIdx) = EnteredGadgetIDNum
         AND US-SerialNumber(UnitSerialIdx) = EnteredSerial
         DISPLAY "Serial " EnteredSerial " already keyed."
         EXIT PARAGRAPH
      END-IF
   END-PERFORM
   MOVE EnteredSerial      TO SerialNumber-SN
   MOVE EnteredGadgetIDNum TO GadgetID-SN
   READ SerialRegisterFile
      INVALID KEY
         DISPLAY "Serial " EnteredSerial
                 " is not registered for this gadget."
         EXIT PARAGRAPH
   END-READ
   IF SerialState-SN NOT = RequiredSerialState
      EVALUATE TRUE
          WHEN SerialInStock     DISPLAY "Serial is in stock, not sold."
          WHEN SerialSold        DISPLAY "Serial was sold on "
                                         SaleDate-SN "."
          WHEN SerialQuarantined DISPLAY "Serial is in quarantine."
          WHEN SerialReturned    DISPLAY "Serial went back to the"
                                         " supplier."
      END-EVALUATE
      EXIT PARAGRAPH
   END-IF
   IF SerialSold
      AND (SaleBranchCode-SN NOT = OrigBranchCode
           OR SaleInvoiceNum-SN NOT = EnteredInvoiceNumNum)
      DISPLAY "Serial was sold on invoice " SaleBranchCode-SN "/"
              SaleInvoiceNum-SN ", not this one."
      EXIT PARAGRAPH
   END-IF
   ADD 1 TO UnitSerialCount, SerialsKeyed
   MOVE EnteredGadgetIDNum TO US-GadgetID(UnitSerialCount)
   MOVE EnteredSerial      TO US-SerialNumber(UnitSerialCount).

UpdateUnitSerials.
*  Records the movement just written against each serial keyed for
*  it, as set in SerialMovement.
   PERFORM VARYING UnitSerialIdx FROM 1 BY 1
           UNTIL UnitSerialIdx > UnitSerialCount
      MOVE US-SerialNumber(UnitSerialIdx) TO SerialNumber-SN
      MOVE US-GadgetID(UnitSerialIdx)     TO GadgetID-SN
      READ SerialRegisterFile
         INVALID KEY CONTINUE
      END-READ
      IF SerialRegisterOK
         EVALUATE TRUE
             WHEN SerialMoveSale
                  SET SerialSold TO TRUE
                  MOVE InvoiceDate       TO SaleDate-SN
                  STRING "B" BranchNumber DELIMITED BY SIZE
                         INTO SaleBranchCode-SN
                  MOVE NextInvoiceNumber TO SaleInvoiceNum-SN
                  MOVE EnteredCustName   TO CustName-SN
                  MOVE EnteredCustPhone  TO CustPhone-SN
             WHEN SerialMoveCustReturn
                  IF ConditionResaleable
                     SET SerialInStock TO TRUE
                  ELSE
                     SET SerialQuarantined TO TRUE
                  END-IF
                  MOVE FUNCTION CURRENT-DATE(1:8) TO ReturnDate-SN
                  STRING "B" BranchNumber DELIMITED BY SIZE
                         INTO ReturnBranchCode-SN
                  MOVE EnteredCondition  TO ConditionCode-SN
             WHEN SerialMoveToSupplier
                  SET SerialReturned TO TRUE
                  MOVE FUNCTION CURRENT-DATE(1:8)
                                         TO SupplierReturnDate-SN
         END-EVALUATE
         REWRITE SerialRec
            INVALID KEY
               DISPLAY "Serial register not updated for "
                       US-SerialNumber(UnitSerialIdx)
         END-REWRITE
      END-IF
   END-PERFORM
   MOVE ZERO TO UnitSerialCount.

GetNextInvoiceNumber.
*  A missing seed file just means this counter has not invoiced
*  yet - numbering starts from 1.
   OPEN INPUT InvoiceSeedFile
   IF NoInvoiceSeedYet
      MOVE ZERO TO LastInvoiceNumber
   ELSE
      READ InvoiceSeedFile
         AT END MOVE ZERO TO LastInvoiceNumber
      END-READ
      CLOSE InvoiceSeedFile
   END-IF
   MOVE LastInvoiceNumber TO NextInvoiceNumber.

SaveNextInvoiceNumber.
   OPEN OUTPUT InvoiceSeedFile
   MOVE NextInvoiceNumber TO LastInvoiceNumber
   WRITE InvoiceSeedRec
   CLOSE InvoiceSeedFile.

GetValidGadgetID.
   SET FieldRejected TO TRUE
   PERFORM UNTIL FieldAccepted
      END-IF
   END-PERFORM.

GetValidReturnLocation.
*  Faulty units held in quarantine go back from location 4.
   SET FieldRejected TO TRUE
   PERFORM UNTIL FieldAccepted
      DISPLAY "Location it leaves from (1-3, 4 quarantine) - "
              WITH NO ADVANCING
      ACCEPT EnteredLocation
      IF EnteredLocation NOT NUMERIC
         OR EnteredLocationNum < 1 OR EnteredLocationNum > 4
         DISPLAY "Location must be 1, 2, 3 or 4 - " EnteredLocation
      ELSE
         SET FieldAccepted TO TRUE
      END-IF
   END-PERFORM.

GetValidQty.
   SET FieldRejected TO TRUE
   PERFORM UNTIL FieldAccepted
