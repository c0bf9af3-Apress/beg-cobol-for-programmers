IDENTIFICATION DIVISION.
PROGRAM-ID.  Listing10-36.
AUTHOR. Michael Coughlan
* Nightly serial count check, run after the new master is promoted
* (Listing10-12).  For every gadget marked serialised on the master
* the serials held in stock on the serial register (Listing10-35) are
* counted and set against QtyInStock-MF.  The two agree as long as
* every unit comes in through goods-in and goes out through the
* counter with its serial keyed; a gadget where they differ is
* listed with both figures, so a unit moved without its serial - or a
* transaction the nightly run rejected - is chased the next morning
* instead of surfacing at a warranty claim.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT MasterStockFile ASSIGN TO "Listing10-5Master.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS GadgetID-MF
          FILE STATUS IS MasterStockStatus.

   SELECT SerialRegisterFile ASSIGN TO "Listing10-35Serials.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS SerialKey-SN
          ALTERNATE RECORD KEY IS GadgetID-SN WITH DUPLICATES
          FILE STATUS IS SerialRegisterStatus.

DATA DIVISION.
FILE SECTION.
FD MasterStockFile.
01 MasterStockRec.
   88 EndOfMasterFile       VALUE HIGH-VALUES.
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
01 MasterStockStatus       PIC XX.
   88 MasterStockOK        VALUE "00", "02".
   88 NoMasterStockFile    VALUE "35".

01 SerialRegisterStatus    PIC XX.
   88 SerialRegisterOK     VALUE "00", "02".
   88 NoSerialRegister     VALUE "35".

*  No register just means nothing serialised has been received, so
*  every serialised gadget counts zero serials in stock.
01 FILLER                  PIC X VALUE "n".
   88 SerialRegisterOpen   VALUE "y".
   88 SerialRegisterAbsent VALUE "n".

01 FILLER                  PIC X VALUE "n".
   88 EndOfGadgetSerials   VALUE "y".
   88 MoreGadgetSerials    VALUE "n".

01 SerialsInStock          PIC 9(5).
01 SerialDifference        PIC S9(5).
01 GadgetsChecked          PIC 9(5) VALUE ZERO.
01 GadgetsOutOfBalance     PIC 9(5) VALUE ZERO.

01 CheckHeading.
   02 FILLER               PIC X(40) VALUE
      "GadgetID  Gadget Name                   ".
   02 FILLER               PIC X(28) VALUE
      " Master   Serial       Diff.".

01 CheckLine.
   02 PrnGadgetID          PIC 9(7).
   02 FILLER               PIC X(3)  VALUE SPACES.
   02 PrnGadgetName        PIC X(30).
   02 PrnQtyInStock        PIC ZZZ,ZZ9.
   02 FILLER               PIC X(3)  VALUE SPACES.
   02 PrnSerialsInStock    PIC ZZ,ZZ9.
   02 FILLER               PIC X(5)  VALUE SPACES.
   02 PrnDifference        PIC +ZZ,ZZ9.

01 CountLine.
   02 PrnCountLabel        PIC X(32).
   02 PrnCount             PIC ZZ,ZZ9.

PROCEDURE DIVISION.
Begin.
   OPEN INPUT MasterStockFile
   IF NoMasterStockFile
      DISPLAY "No stock master - serial count check not run."
      STOP RUN
   END-IF
   OPEN INPUT SerialRegisterFile
   IF SerialRegisterOK
      SET SerialRegisterOpen TO TRUE
   END-IF
   DISPLAY "***** SERIAL COUNT CHECK - SERIALS IN STOCK v QtyInStock *****"
   DISPLAY CheckHeading
   READ MasterStockFile
      AT END SET EndOfMasterFile TO TRUE
   END-READ
   PERFORM UNTIL EndOfMasterFile
      IF SerialisedGadget
         PERFORM CheckOneGadget
      END-IF
      READ MasterStockFile
         AT END SET EndOfMasterFile TO TRUE
      END-READ
   END-PERFORM
   CLOSE MasterStockFile
   IF SerialRegisterOpen
      CLOSE SerialRegisterFile
   END-IF
   IF GadgetsOutOfBalance = ZERO
      DISPLAY "Every serialised gadget agrees with the register."
   END-IF
   DISPLAY " "
   MOVE "Serialised gadgets checked"      TO PrnCountLabel
   MOVE GadgetsChecked                    TO PrnCount
   DISPLAY CountLine
   MOVE "Out of balance"                  TO PrnCountLabel
   MOVE GadgetsOutOfBalance               TO PrnCount
   DISPLAY CountLine
   STOP RUN.

CheckOneGadget.
   ADD 1 TO GadgetsChecked
   PERFORM CountSerialsInStock
   IF SerialsInStock NOT = QtyInStock-MF
      ADD 1 TO GadgetsOutOfBalance
      COMPUTE SerialDifference = SerialsInStock - QtyInStock-MF
      MOVE GadgetID-MF      TO PrnGadgetID
      MOVE GadgetName-MF    TO PrnGadgetName
      MOVE QtyInStock-MF    TO PrnQtyInStock
      MOVE SerialsInStock   TO PrnSerialsInStock
      MOVE SerialDifference TO PrnDifference
      DISPLAY CheckLine
   END-IF.

CountSerialsInStock.
*  The alternate key on GadgetID brings the gadget's serials together
*  whatever their serial numbers.
   MOVE ZERO TO SerialsInStock
   IF SerialRegisterAbsent
      EXIT PARAGRAPH
   END-IF
   SET MoreGadgetSerials TO TRUE
   MOVE GadgetID-MF TO GadgetID-SN
   START SerialRegisterFile KEY IS EQUAL TO GadgetID-SN
      INVALID KEY SET EndOfGadgetSerials TO TRUE
   END-START
   PERFORM UNTIL EndOfGadgetSerials
      READ SerialRegisterFile NEXT RECORD
         AT END SET EndOfGadgetSerials TO TRUE
      END-READ
      IF MoreGadgetSerials
         IF GadgetID-SN = GadgetID-MF
            IF SerialInStock
               ADD 1 TO SerialsInStock
            END-IF
         ELSE
            SET EndOfGadgetSerials TO TRUE
         END-IF
      END-IF
   END-PERFORM.
