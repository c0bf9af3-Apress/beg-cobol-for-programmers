IDENTIFICATION DIVISION.
PROGRAM-ID.  Listing10-35.
AUTHOR. Michael Coughlan
* Serial register enquiry and maintenance for high-value gadgets.
* Gadgets marked serialised on the master have every unit tracked on
* the INDEXED serial register, keyed on serial number and GadgetID:
* goods-in (Listing10-17) adds each unit received, and the counters
* (Listing10-7) record each unit sold, brought back by a customer or
* sent back to the supplier - so a warranty claim or a police enquiry
* can be answered from the serial alone.
* Any signed-on operator can enquire by serial number; every unit
* carrying that serial is shown with its state, when and on which PO
* it was received, and when, where, on which invoice and to whom it
* was sold.  A level-3 supervisor can mark a gadget serialised or not
* - the change is appended to the serial flag file and reaches the
* master at the next nightly run (Listing10-5), as every master
* change does - and can register a unit already on the shelf when a
* gadget is first marked serialised, so the nightly serial count
* check (Listing10-36) starts from a true count.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT SerialRegisterFile ASSIGN TO "Listing10-35Serials.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS SerialKey-SN
          ALTERNATE RECORD KEY IS GadgetID-SN WITH DUPLICATES
          FILE STATUS IS SerialRegisterStatus.

   SELECT MasterStockFile ASSIGN TO "Listing10-5Master.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS RANDOM
          RECORD KEY IS GadgetID-MF
          FILE STATUS IS MasterStockStatus.

   SELECT SerialFlagFile ASSIGN TO "Listing10-35Flags.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS SerialFlagStatus.

DATA DIVISION.
FILE SECTION.
FD SerialRegisterFile.
01 SerialRec.
   88 EndOfSerialFile       VALUE HIGH-VALUES.
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

FD SerialFlagFile.
01 SerialFlagRec.
   02 GadgetID-SF           PIC 9(7).
   02 Serialised-SF         PIC X.
   02 OperatorId-SF         PIC X(4).
   02 FlagDateTime-SF       PIC 9(14).

WORKING-STORAGE SECTION.
01 SerialRegisterStatus    PIC XX.
   88 SerialRegisterOK     VALUE "00", "02".
   88 NoSerialRegister     VALUE "35".

01 MasterStockStatus       PIC XX.
   88 MasterStockOK        VALUE "00".

01 SerialFlagStatus        PIC XX.
   88 NoSerialFlagFileYet  VALUE "35".

01 OperatorId              PIC X(4).
01 SignOnProgramName       PIC X(12) VALUE "Listing10-35".
01 OperatorPermission      PIC 9.
   88 SignOnFailed         VALUE 0.
   88 MaintenanceAllowed   VALUE 3.
01 LogActionName           PIC X(8).

01 MenuChoice              PIC X.
   88 ChoseEnquiry         VALUE "1".
   88 ChoseSetFlag         VALUE "2".
   88 ChoseRegisterUnit    VALUE "3".
   88 ChoseQuit            VALUE "0".
   88 ValidMenuChoice      VALUE "0", "1", "2", "3".

01 EnteredSerial           PIC X(20).
01 EnteredGadgetID         PIC X(7).
01 EnteredGadgetIDNum REDEFINES EnteredGadgetID
                           PIC 9(7).
01 EnteredFlag             PIC X.
   88 ValidFlag            VALUE "Y", "N".

01 FILLER                  PIC X VALUE "n".
   88 FieldAccepted        VALUE "y".
   88 FieldRejected        VALUE "n".

01 GadgetCheckDigitResult  PIC 9.
   88 GadgetCheckDigitInvalid VALUE 1.
   88 GadgetCheckDigitValid   VALUE 0.

01 FILLER                  PIC X VALUE "n".
   88 EndOfSerialMatches   VALUE "y".
   88 MoreSerialMatches    VALUE "n".
01 FILLER                  PIC X VALUE "n".
   88 GadgetOnMaster       VALUE "y".
   88 GadgetNotOnMaster    VALUE "n".
01 UnitsFound              PIC 9(3).
01 TodaysDate              PIC 9(8).
01 PrnGadgetName           PIC X(30).
01 PrnSerialState          PIC X(20).

PROCEDURE DIVISION.
Begin.
   DISPLAY "Gadget serial register"
   CALL "SignOnOperator" USING SignOnProgramName, OperatorId,
                               OperatorPermission
   IF SignOnFailed
      STOP RUN
   END-IF
   MOVE FUNCTION CURRENT-DATE(1:8) TO TodaysDate
*  Goods-in normally creates the register; a supervisor registering
*  shelf stock before the first serialised delivery creates it here.
   OPEN I-O SerialRegisterFile
   IF NoSerialRegister
      OPEN OUTPUT SerialRegisterFile
      CLOSE SerialRegisterFile
      OPEN I-O SerialRegisterFile
   END-IF
   PERFORM DisplayMenuAndGetChoice
   PERFORM UNTIL ChoseQuit
      EVALUATE TRUE
          WHEN ChoseEnquiry          PERFORM EnquireBySerial
          WHEN NOT MaintenanceAllowed
               DISPLAY "Serial maintenance needs permission level 3"
                       " - refused."
          WHEN ChoseSetFlag          PERFORM SetSerialisedFlag
          WHEN ChoseRegisterUnit     PERFORM RegisterShelfUnit
      END-EVALUATE
      PERFORM DisplayMenuAndGetChoice
   END-PERFORM
   CLOSE SerialRegisterFile
   STOP RUN.

DisplayMenuAndGetChoice.
   DISPLAY " "
   DISPLAY "1. Enquire by serial number"
   DISPLAY "2. Mark a gadget serialised or not serialised"
   DISPLAY "3. Register a unit already in stock"
   DISPLAY "0. Quit"
   MOVE SPACE TO MenuChoice
   PERFORM UNTIL ValidMenuChoice
      DISPLAY "Enter choice - " WITH NO ADVANCING
      ACCEPT MenuChoice
   END-PERFORM.

EnquireBySerial.
*  The register is keyed on serial then GadgetID, so every unit with
*  the serial - two suppliers can use the same one - is together.
   PERFORM GetValidSerial
   MOVE EnteredSerial TO SerialNumber-SN
   MOVE ZERO          TO GadgetID-SN
   MOVE ZERO          TO UnitsFound
   SET MoreSerialMatches TO TRUE
   START SerialRegisterFile KEY IS NOT LESS THAN SerialKey-SN
      INVALID KEY SET EndOfSerialMatches TO TRUE
   END-START
   PERFORM UNTIL EndOfSerialMatches
      READ SerialRegisterFile NEXT RECORD
         AT END SET EndOfSerialMatches TO TRUE
      END-READ
      IF MoreSerialMatches
         IF SerialNumber-SN = EnteredSerial
            PERFORM DisplayOneSerial
         ELSE
            SET EndOfSerialMatches TO TRUE
         END-IF
      END-IF
   END-PERFORM
   IF UnitsFound = ZERO
      DISPLAY "Serial " EnteredSerial " is not on the register."
   END-IF
   MOVE "SERENQ" TO LogActionName
   CALL "LogOperatorAction" USING OperatorId, SignOnProgramName,
                                  LogActionName.

DisplayOneSerial.
   ADD 1 TO UnitsFound
   MOVE GadgetID-SN TO EnteredGadgetIDNum
   PERFORM ReadGadgetMaster
   EVALUATE TRUE
       WHEN SerialInStock     MOVE "In stock"             TO PrnSerialState
       WHEN SerialSold        MOVE "Sold"                 TO PrnSerialState
       WHEN SerialQuarantined MOVE "In quarantine"        TO PrnSerialState
       WHEN SerialReturned    MOVE "Returned to supplier" TO PrnSerialState
       WHEN OTHER             MOVE "Unknown"              TO PrnSerialState
   END-EVALUATE
   DISPLAY " "
   DISPLAY "Serial " SerialNumber-SN "  Gadget " GadgetID-SN " "
           PrnGadgetName
   DISPLAY "  State       - " PrnSerialState
   IF ReceiptPONumber-SN = ZERO
      DISPLAY "  Received    - " ReceiptDate-SN
              " registered from stock by " ReceiptOperator-SN
   ELSE
      DISPLAY "  Received    - " ReceiptDate-SN " on PO "
              ReceiptPONumber-SN " by " ReceiptOperator-SN
   END-IF
   IF SaleDate-SN NOT = ZERO
      DISPLAY "  Sold        - " SaleDate-SN " branch "
              SaleBranchCode-SN " invoice " SaleInvoiceNum-SN
      DISPLAY "  Customer    - " CustName-SN " " CustPhone-SN
   END-IF
   IF ReturnDate-SN NOT = ZERO
      DISPLAY "  Brought back- " ReturnDate-SN " branch "
              ReturnBranchCode-SN " condition " ConditionCode-SN
   END-IF
   IF SupplierReturnDate-SN NOT = ZERO
      DISPLAY "  To supplier - " SupplierReturnDate-SN
   END-IF.

SetSerialisedFlag.
   PERFORM GetValidGadgetID
   PERFORM ReadGadgetMaster
   IF GadgetOnMaster
      IF SerialisedGadget
         DISPLAY PrnGadgetName " - serialised now"
      ELSE
         DISPLAY PrnGadgetName " - not serialised now"
      END-IF
   ELSE
      DISPLAY "Not on the master yet - the flag applies when it is"
              " inserted."
   END-IF
   MOVE SPACE TO EnteredFlag
   PERFORM UNTIL ValidFlag
      DISPLAY "Serialised (Y/N) - " WITH NO ADVANCING
      ACCEPT EnteredFlag
      MOVE FUNCTION UPPER-CASE(EnteredFlag) TO EnteredFlag
   END-PERFORM
   OPEN EXTEND SerialFlagFile
   IF NoSerialFlagFileYet
      OPEN OUTPUT SerialFlagFile
   END-IF
   MOVE EnteredGadgetIDNum TO GadgetID-SF
   MOVE EnteredFlag        TO Serialised-SF
   MOVE OperatorId         TO OperatorId-SF
   MOVE FUNCTION CURRENT-DATE(1:14) TO FlagDateTime-SF
   WRITE SerialFlagRec
   CLOSE SerialFlagFile
   MOVE "SERFLAG" TO LogActionName
   CALL "LogOperatorAction" USING OperatorId, SignOnProgramName,
                                  LogActionName
   DISPLAY "Takes effect on the master at the next nightly run.".

RegisterShelfUnit.
*  For units already on the shelf when a gadget is first marked
*  serialised - they came in before their serials were captured.
   PERFORM GetValidGadgetID
   PERFORM ReadGadgetMaster
   IF GadgetNotOnMaster
      DISPLAY "GadgetID not on the stock file - refused."
      EXIT PARAGRAPH
   END-IF
   DISPLAY PrnGadgetName
   PERFORM GetValidSerial
   MOVE EnteredSerial      TO SerialNumber-SN
   MOVE EnteredGadgetIDNum TO GadgetID-SN
   READ SerialRegisterFile
      INVALID KEY CONTINUE
   END-READ
   IF SerialRegisterOK
      DISPLAY "Serial " EnteredSerial " is already registered for"
              " this gadget."
      EXIT PARAGRAPH
   END-IF
   INITIALIZE SerialRec
   MOVE EnteredSerial      TO SerialNumber-SN
   MOVE EnteredGadgetIDNum TO GadgetID-SN
   SET SerialInStock       TO TRUE
   MOVE TodaysDate         TO ReceiptDate-SN
   MOVE OperatorId         TO ReceiptOperator-SN
   WRITE SerialRec
      INVALID KEY
         DISPLAY "Serial register not updated for " EnteredSerial
         EXIT PARAGRAPH
   END-WRITE
   MOVE "SERREG" TO LogActionName
   CALL "LogOperatorAction" USING OperatorId, SignOnProgramName,
                                  LogActionName
   DISPLAY "Registered in stock.".

ReadGadgetMaster.
   MOVE "Not on the stock file" TO PrnGadgetName
   MOVE "N" TO Serialised-MF
   SET GadgetNotOnMaster TO TRUE
   OPEN INPUT MasterStockFile
   IF MasterStockOK
      MOVE EnteredGadgetIDNum TO GadgetID-MF
      READ MasterStockFile
         INVALID KEY MOVE "N" TO Serialised-MF
         NOT INVALID KEY
            SET GadgetOnMaster TO TRUE
            MOVE GadgetName-MF TO PrnGadgetName
      END-READ
      CLOSE MasterStockFile
   END-IF.

GetValidSerial.
   MOVE SPACES TO EnteredSerial
   PERFORM UNTIL EnteredSerial NOT = SPACES
      DISPLAY "Serial number - " WITH NO ADVANCING
      ACCEPT EnteredSerial
      MOVE FUNCTION UPPER-CASE(EnteredSerial) TO EnteredSerial
   END-PERFORM.

GetValidGadgetID.
   SET FieldRejected TO TRUE
   PERFORM UNTIL FieldAccepted
      DISPLAY "GadgetID (7 digits incl check digit) - "
              WITH NO ADVANCING
      ACCEPT EnteredGadgetID
      IF EnteredGadgetID NOT NUMERIC
         DISPLAY "GadgetID must be 7 digits - " EnteredGadgetID
      ELSE
         CALL "ValidateCheckDigit"
              USING BY CONTENT EnteredGadgetID
                    BY REFERENCE GadgetCheckDigitResult
         IF GadgetCheckDigitInvalid
            DISPLAY "GadgetID fails check digit - " EnteredGadgetID
         ELSE
            SET FieldAccepted TO TRUE
         END-IF
      END-IF
   END-PERFORM.
