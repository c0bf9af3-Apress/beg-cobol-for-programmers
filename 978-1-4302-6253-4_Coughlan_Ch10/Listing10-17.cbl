* cumulative receipts do not equal the ordered quantity, grouped by
* supplier, so the buying office can chase the short and over
* shipments.
* A delivery of a gadget marked serialised on the master has the
* serial number of every unit keyed before it is accepted.  Each
* serial is added to the indexed serial register (Listing10-35) as
* in stock, with the date received, the PO and the operator; a serial
* already on the register is refused unless it went back to the
* supplier, when the replacement unit is taken back into stock.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS GoodsRecTransStatus.

   SELECT MasterStockFile ASSIGN TO "Listing10-5Master.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS RANDOM
          RECORD KEY IS GadgetID-MF
          FILE STATUS IS MasterStockStatus.

   SELECT SerialRegisterFile ASSIGN TO "Listing10-35Serials.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS RANDOM
          RECORD KEY IS SerialKey-SN
          ALTERNATE RECORD KEY IS GadgetID-SN WITH DUPLICATES
          FILE STATUS IS SerialRegisterStatus.

DATA DIVISION.
FILE SECTION.
FD PurchaseOrderFile.
   02 OperatorId-GR         PIC X(4).
   02 EntryDateTime-GR      PIC 9(14).

FD MasterStockFile.
01 MasterStockRec.
   02 GadgetID-MF           PIC 9(7).
   02 GadgetName-MF         PIC X(30).
   02 QtyInStock-MF         PIC 9(4).
   02 Price-MF              PIC 9(4)V99.
   02 SupplierCode-MF       PIC 9(4).
   02 QtyByLocation-MF      PIC X(12).
   02 Serialised-MF         PIC X.
      88 SerialisedGadget   VALUE "Y".
   02 RegularPrice-MF       PIC 9(4)V99.
   02 LifecycleStatus-MF    PIC X.

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
01 PurchaseOrderStatus     PIC XX.
   88 NoPurchaseOrderFile  VALUE "35".
01 GoodsRecTransStatus     PIC XX.
   88 NoGoodsRecFileYet    VALUE "35".

01 MasterStockStatus       PIC XX.
   88 MasterStockOK        VALUE "00".

01 SerialRegisterStatus    PIC XX.
   88 SerialRegisterOK     VALUE "00", "02".
   88 NoSerialRegister     VALUE "35".

*  Serial numbers keyed for the delivery being entered.
01 ReceiptSerialTable.
   02 RS-SerialNumber      PIC X(20) OCCURS 200 TIMES.
01 ReceiptSerialCount      PIC 9(3) VALUE ZERO.
01 ReceiptSerialIdx        PIC 9(3).
01 PrnUnitNumber           PIC ZZZ9.
01 EnteredSerial           PIC X(20).
01 FILLER                  PIC X VALUE "n".
   88 SerialsCaptured      VALUE "y".
   88 SerialsNotCaptured   VALUE "n".
01 FILLER                  PIC X VALUE "n".
   88 SerialAlreadyOnFile  VALUE "y".
   88 SerialIsNew          VALUE "n".

01 OperatorId              PIC X(4).
01 SignOnProgramName       PIC X(12) VALUE "Listing10-17".
01 OperatorPermission      PIC 9.
   IF NoGoodsRecFileYet
      OPEN OUTPUT GoodsRecTransFile
   END-IF
*  The first serialised delivery ever received creates the register.
   OPEN I-O SerialRegisterFile
   IF NoSerialRegister
      OPEN OUTPUT SerialRegisterFile
      CLOSE SerialRegisterFile
      OPEN I-O SerialRegisterFile
   END-IF
   PERFORM DisplayMenuAndGetChoice
   PERFORM UNTIL ChoseQuit
      IF ChoseReceipt
      END-IF
      PERFORM DisplayMenuAndGetChoice
   END-PERFORM
   CLOSE ReceiptsFile, GoodsRecTransFile, SerialRegisterFile
   MOVE ReceiptsEnteredCount TO PrnReceiptsCount
   DISPLAY "Deliveries recorded this session - " PrnReceiptsCount
   PERFORM PrintDeliveryPerformanceReport
   ELSE
      PERFORM GetValidQty
      PERFORM GetValidLocation
      PERFORM ReadGadgetForSerialFlag
      MOVE ZERO TO ReceiptSerialCount
      IF SerialisedGadget
         PERFORM CaptureReceiptSerials
         IF SerialsNotCaptured
            DISPLAY "Delivery refused."
            EXIT PARAGRAPH
         END-IF
      END-IF
      COMPUTE NewReceivedTotal =
              POL-QtyReceived(FoundLineIdx) + EnteredQtyNum
      IF NewReceivedTotal > POL-OrderQty(FoundLineIdx)
      MOVE NewReceivedTotal TO POL-QtyReceived(FoundLineIdx)
      PERFORM WriteReceiptRecord
      PERFORM WriteStockAdditionTrans
      PERFORM RegisterReceivedSerials
      IF NewReceivedTotal < POL-OrderQty(FoundLineIdx)
         DISPLAY "Accepted - line still short by "
                 POL-OrderQty(FoundLineIdx) " less " NewReceivedTotal
      END-PERFORM
   END-IF.

ReadGadgetForSerialFlag.
*  A gadget not yet on the master (its insertion has still to run)
*  is not serialised.
   MOVE "N" TO Serialised-MF
   OPEN INPUT MasterStockFile
   IF MasterStockOK
      MOVE EnteredGadgetIDNum TO GadgetID-MF
      READ MasterStockFile
         INVALID KEY MOVE "N" TO Serialised-MF
      END-READ
      CLOSE MasterStockFile
   END-IF.

CaptureReceiptSerials.
*  One serial per unit received; a blank serial abandons the delivery.
   SET SerialsNotCaptured TO TRUE
   IF EnteredQtyNum > 200
      DISPLAY "Key a serialised delivery of more than 200 units as"
              " several deliveries."
      EXIT PARAGRAPH
   END-IF
   SET SerialsCaptured TO TRUE
   PERFORM UNTIL ReceiptSerialCount = EnteredQtyNum
           OR SerialsNotCaptured
      PERFORM GetOneReceiptSerial
   END-PERFORM
   IF SerialsNotCaptured
      MOVE ZERO TO ReceiptSerialCount
   END-IF.

GetOneReceiptSerial.
   COMPUTE PrnUnitNumber = ReceiptSerialCount + 1
   DISPLAY "Serial number of unit " PrnUnitNumber
           " (blank to abandon) - " WITH NO ADVANCING
   ACCEPT EnteredSerial
   MOVE FUNCTION UPPER-CASE(EnteredSerial) TO EnteredSerial
   IF EnteredSerial = SPACES
      SET SerialsNotCaptured TO TRUE
      EXIT PARAGRAPH
   END-IF
   PERFORM VARYING ReceiptSerialIdx FROM 1 BY 1
           UNTIL ReceiptSerialIdx > ReceiptSerialCount
      IF RS-SerialNumber(ReceiptSerialIdx) = EnteredSerial
         DISPLAY "Serial " EnteredSerial " already keyed."
         EXIT PARAGRAPH
      END-IF
   END-PERFORM
   PERFORM ReadRegisterForSerial
   IF SerialAlreadyOnFile AND NOT SerialReturned
      DISPLAY "Serial " EnteredSerial " is already registered for"
              " this gadget - received " ReceiptDate-SN "."
      EXIT PARAGRAPH
   END-IF
   ADD 1 TO ReceiptSerialCount
   MOVE EnteredSerial TO RS-SerialNumber(ReceiptSerialCount).

ReadRegisterForSerial.
   MOVE EnteredSerial      TO SerialNumber-SN
   MOVE EnteredGadgetIDNum TO GadgetID-SN
   SET SerialAlreadyOnFile TO TRUE
   READ SerialRegisterFile
      INVALID KEY SET SerialIsNew TO TRUE
   END-READ.

RegisterReceivedSerials.
*  A unit back from the supplier keeps its serial record, which is
*  reset to in stock with this receipt's details.
   PERFORM VARYING ReceiptSerialIdx FROM 1 BY 1
           UNTIL ReceiptSerialIdx > ReceiptSerialCount
      MOVE RS-SerialNumber(ReceiptSerialIdx) TO EnteredSerial
      PERFORM ReadRegisterForSerial
      INITIALIZE SerialRec
      MOVE EnteredSerial      TO SerialNumber-SN
      MOVE EnteredGadgetIDNum TO GadgetID-SN
      SET SerialInStock       TO TRUE
      MOVE TodaysDate         TO ReceiptDate-SN
      MOVE EnteredPONumberNum TO ReceiptPONumber-SN
      MOVE OperatorId         TO ReceiptOperator-SN
      IF SerialAlreadyOnFile
         REWRITE SerialRec
            INVALID KEY
               DISPLAY "Serial register not updated for " EnteredSerial
         END-REWRITE
      ELSE
         WRITE SerialRec
            INVALID KEY
               DISPLAY "Serial register not updated for " EnteredSerial
         END-WRITE
      END-IF
   END-PERFORM
   IF ReceiptSerialCount NOT = ZERO
      MOVE "SERIALIN"         TO LogActionName
      CALL "LogOperatorAction" USING OperatorId, SignOnProgramName,
                                     LogActionName
   END-IF.

GetValidPONumber.
   SET FieldRejected TO TRUE
   PERFORM UNTIL FieldAccepted
