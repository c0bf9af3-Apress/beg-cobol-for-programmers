IDENTIFICATION DIVISION.
PROGRAM-ID.  Listing10-31.
AUTHOR. Michael Coughlan
* Supplier debit notes for gadgets returned to the supplier.
* Every ReturnToSupplier the nightly Listing10-5 run applies is
* appended to its supplier returns file with the SupplierCode, the
* location the stock left from, the quantity and the reason code.
* This run, done by a level-2 operator signed on through the shared
* SignOnOperator service, charges those returns back:
*   - every return not yet on a debit note is gathered and grouped
*     by supplier (bubble sort, as the shortfall sort in Listing7-5 -
*     the table is small);
*   - each supplier gets one debit note, numbered from the
*     LastDebitNoteNumber seed file the way Listing10-9 numbers its
*     purchase orders, listing each gadget returned with its reason
*     and valued at the supplier cost on Listing10-19's CostPriceFile;
*     a gadget with no cost price is listed at zero and flagged for
*     the buyer to price by hand;
*   - each note is appended to the debit-note register for accounts
*     payable, and the returns file is rewritten with the note number
*     against every return charged, so nothing is charged twice.
* Reason codes: FY faulty, DM damaged in transit, WI wrong item
* supplied, SU surplus to requirements.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT SupplierReturnFile ASSIGN TO "Listing10-5Returns.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS SupplierReturnStatus.

   SELECT NewSupplierReturnFile ASSIGN TO "Listing10-31NewReturns.dat"
          ORGANIZATION IS LINE SEQUENTIAL.

   SELECT CostPriceFile ASSIGN TO "Listing10-19Costs.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS CostPriceStatus.

   SELECT SupplierMasterFile ASSIGN TO "Listing10-9Suppliers.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS SupplierMasterStatus.

   SELECT DebitNoteSeedFile ASSIGN TO "Listing10-31DNSeq.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS DebitNoteSeedStatus.

   SELECT DebitNoteRegister ASSIGN TO "Listing10-31DebitNotes.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS DebitNoteRegisterStatus.

DATA DIVISION.
FILE SECTION.
FD SupplierReturnFile.
01 SupplierReturnRec.
   88 EndOfReturnsFile      VALUE HIGH-VALUES.
   02 GadgetID-SR           PIC 9(7).
   02 GadgetName-SR         PIC X(30).
   02 SupplierCode-SR       PIC 9(4).
   02 QtyReturned-SR        PIC 9(4).
   02 Location-SR           PIC 9.
   02 ReasonCode-SR         PIC XX.
   02 DateReturned-SR       PIC 9(8).
   02 BranchCode-SR         PIC XX.
   02 OperatorId-SR         PIC X(4).
   02 DebitNoteNum-SR       PIC 9(6).
      88 NotYetCharged      VALUE ZERO.

FD NewSupplierReturnFile.
01 NewSupplierReturnRec     PIC X(68).

FD CostPriceFile.
01 CostPriceRec.
   88 EndOfCostPriceFile    VALUE HIGH-VALUES.
   02 GadgetID-CP           PIC 9(7).
   02 SupplierCode-CP       PIC 9(4).
   02 UnitCost-CP           PIC 9(4)V99.

FD SupplierMasterFile.
01 SupplierMasterRec.
   88 EndOfSupplierFile     VALUE HIGH-VALUES.
   02 SupplierCode-SM       PIC 9(4).
   02 SupplierName-SM       PIC X(30).
   02 SupplierAddress-SM    PIC X(40).

FD DebitNoteSeedFile.
01 DebitNoteSeedRec.
   02 LastDebitNoteNumber   PIC 9(6).

FD DebitNoteRegister.
01 DebitNoteRegisterRec.
   02 DebitNoteNum-DN       PIC 9(6).
   02 SupplierCode-DN       PIC 9(4).
   02 NoteDate-DN           PIC 9(8).
   02 ReturnLines-DN        PIC 9(4).
   02 NoteValue-DN          PIC 9(7)V99.
   02 UncostedLines-DN      PIC 9(4).
   02 OperatorId-DN         PIC X(4).

WORKING-STORAGE SECTION.
01 SupplierReturnStatus    PIC XX.
   88 NoSupplierReturnFile VALUE "35".

01 CostPriceStatus         PIC XX.
   88 NoCostPriceFile      VALUE "35".

01 SupplierMasterStatus    PIC XX.
   88 NoSupplierMasterFile VALUE "35".

01 DebitNoteSeedStatus     PIC XX.
   88 NoDebitNoteSeedFile  VALUE "35".

01 DebitNoteRegisterStatus PIC XX.
   88 NoDebitNoteRegister  VALUE "35".

01 OperatorId              PIC X(4).
01 SignOnProgramName       PIC X(12) VALUE "Listing10-31".
01 OperatorPermission      PIC 9.
   88 DebitNotesAllowed    VALUE 2, 3.
01 LogActionName           PIC X(8).

01 CostPriceTable.
   02 CostPriceEntry OCCURS 2000 TIMES
              ASCENDING KEY IS CPT-GadgetID
              INDEXED BY CPTIdx.
      03 CPT-GadgetID      PIC 9(7).
      03 CPT-SupplierCode  PIC 9(4).
      03 CPT-UnitCost      PIC 9(4)V99.

01 CostPriceCount          PIC 9(4) VALUE ZERO.

01 SupplierTable.
   02 SupplierEntry OCCURS 500 TIMES
              ASCENDING KEY IS ST-SupplierCode
              INDEXED BY STIdx.
      03 ST-SupplierCode   PIC 9(4).
      03 ST-SupplierName   PIC X(30).
      03 ST-SupplierAddress PIC X(40).

01 SupplierCount           PIC 9(3) VALUE ZERO.

*  The uncharged returns, each remembering its position on the
*  returns file so the rewrite can stamp the note number on it.
01 ReturnTable.
   02 ReturnEntry OCCURS 1000 TIMES.
      03 RT-SupplierCode   PIC 9(4).
      03 RT-GadgetID       PIC 9(7).
      03 RT-GadgetName     PIC X(30).
      03 RT-QtyReturned    PIC 9(4).
      03 RT-ReasonCode     PIC XX.
      03 RT-DateReturned   PIC 9(8).
      03 RT-FilePosition   PIC 9(6).
      03 RT-DebitNoteNum   PIC 9(6).

01 SwapReturnEntry         PIC X(67).
01 ReturnCount             PIC 9(4) VALUE ZERO.
01 ReturnIdx               PIC 9(4).
01 SubscriptA              PIC 9(4).
01 SubscriptB              PIC 9(4).
01 ReturnsLeftOver         PIC 9(4) VALUE ZERO.
01 FilePosition            PIC 9(6).

01 NextDebitNoteNumber     PIC 9(6) VALUE ZERO.
01 CurrentSupplierCode     PIC 9(4).
01 UnitCost                PIC 9(4)V99.
01 LineValue               PIC 9(7)V99.
01 NoteValue               PIC 9(7)V99.
01 NoteLines               PIC 9(4).
01 NoteUncosted            PIC 9(4).
01 TotalValue              PIC 9(9)V99 VALUE ZERO.
01 NotesRaised             PIC 9(4) VALUE ZERO.
01 TodaysDate              PIC 9(8).

01 FILLER                  PIC X VALUE "n".
   88 CostFound            VALUE "y".
   88 CostNotFound         VALUE "n".

01 FILLER                  PIC X VALUE "n".
   88 CopyBackDone         VALUE "y".
   88 CopyBackLeft         VALUE "n".

01 ReasonText              PIC X(20).

01 NoteHeading.
   02 FILLER               PIC X(40) VALUE
      "GadgetID  Gadget Name                   ".
   02 FILLER               PIC X(46) VALUE
      " Qty  Returned  Reason                Value".

01 NoteLine.
   02 PrnGadgetID          PIC 9(7).
   02 FILLER               PIC X(3)  VALUE SPACES.
   02 PrnGadgetName        PIC X(30).
   02 PrnQty               PIC ZZZ9.
   02 FILLER               PIC X(2)  VALUE SPACES.
   02 PrnDateReturned      PIC 9(8).
   02 FILLER               PIC X(2)  VALUE SPACES.
   02 PrnReason            PIC X(20).
   02 PrnLineValue         PIC $$$,$$9.99.
   02 PrnUncostedFlag      PIC X(9).

01 PrnNoteValue            PIC $$,$$$,$$9.99.
01 PrnTotalValue           PIC $$$,$$$,$$9.99.
01 PrnCount                PIC ZZZ9.

PROCEDURE DIVISION.
Begin.
   DISPLAY "Supplier debit notes for returned gadgets"
   CALL "SignOnOperator" USING SignOnProgramName, OperatorId,
                               OperatorPermission
   IF NOT DebitNotesAllowed
      DISPLAY "Raising debit notes needs permission level 2."
      STOP RUN
   END-IF
   MOVE FUNCTION CURRENT-DATE(1:8) TO TodaysDate
   PERFORM LoadUnchargedReturns
   IF ReturnCount = ZERO
      DISPLAY "No returns to supplier waiting for a debit note."
      STOP RUN
   END-IF
   PERFORM LoadCostPriceTable
   PERFORM LoadSupplierTable
   PERFORM SortBySupplierCode
   PERFORM GetNextDebitNoteNumber
   OPEN EXTEND DebitNoteRegister
   IF NoDebitNoteRegister
      OPEN OUTPUT DebitNoteRegister
   END-IF
   MOVE 1 TO ReturnIdx
   PERFORM UNTIL ReturnIdx > ReturnCount
      PERFORM PrintOneDebitNote
   END-PERFORM
   CLOSE DebitNoteRegister
   PERFORM SaveNextDebitNoteNumber
   PERFORM RewriteReturnsFile
   MOVE "DEBITNTE" TO LogActionName
   CALL "LogOperatorAction" USING OperatorId, SignOnProgramName,
                                  LogActionName
   DISPLAY " "
   MOVE NotesRaised TO PrnCount
   MOVE TotalValue  TO PrnTotalValue
   DISPLAY "Debit notes raised - " PrnCount "   total " PrnTotalValue
   IF ReturnsLeftOver NOT = ZERO
      MOVE ReturnsLeftOver TO PrnCount
      DISPLAY "Return table full - " PrnCount
              " returns left for the next run"
   END-IF
   STOP RUN.

LoadUnchargedReturns.
   MOVE ZERO TO FilePosition
   OPEN INPUT SupplierReturnFile
   IF NoSupplierReturnFile
      SET EndOfReturnsFile TO TRUE
   ELSE
      READ SupplierReturnFile
         AT END SET EndOfReturnsFile TO TRUE
      END-READ
   END-IF
   PERFORM UNTIL EndOfReturnsFile
      ADD 1 TO FilePosition
      IF NotYetCharged
         IF ReturnCount < 1000
            ADD 1 TO ReturnCount
            MOVE SupplierCode-SR TO RT-SupplierCode(ReturnCount)
            MOVE GadgetID-SR     TO RT-GadgetID(ReturnCount)
            MOVE GadgetName-SR   TO RT-GadgetName(ReturnCount)
            MOVE QtyReturned-SR  TO RT-QtyReturned(ReturnCount)
            MOVE ReasonCode-SR   TO RT-ReasonCode(ReturnCount)
            MOVE DateReturned-SR TO RT-DateReturned(ReturnCount)
            MOVE FilePosition    TO RT-FilePosition(ReturnCount)
            MOVE ZERO            TO RT-DebitNoteNum(ReturnCount)
         ELSE
            ADD 1 TO ReturnsLeftOver
         END-IF
      END-IF
      READ SupplierReturnFile
         AT END SET EndOfReturnsFile TO TRUE
      END-READ
   END-PERFORM
   IF NOT NoSupplierReturnFile
      CLOSE SupplierReturnFile
   END-IF.

LoadCostPriceTable.
   MOVE HIGH-VALUES TO CostPriceTable
   OPEN INPUT CostPriceFile
   IF NoCostPriceFile
      DISPLAY "Warning - no CostPriceFile: every return will be"
              " valued at zero and flagged."
      SET EndOfCostPriceFile TO TRUE
   ELSE
      READ CostPriceFile
         AT END SET EndOfCostPriceFile TO TRUE
      END-READ
   END-IF
   PERFORM UNTIL EndOfCostPriceFile
      IF CostPriceCount < 2000
         ADD 1 TO CostPriceCount
         MOVE CostPriceRec TO CostPriceEntry(CostPriceCount)
      END-IF
      READ CostPriceFile
         AT END SET EndOfCostPriceFile TO TRUE
      END-READ
   END-PERFORM
   IF NOT NoCostPriceFile
      CLOSE CostPriceFile
   END-IF.

LoadSupplierTable.
   MOVE HIGH-VALUES TO SupplierTable
   OPEN INPUT SupplierMasterFile
   IF NoSupplierMasterFile
      SET EndOfSupplierFile TO TRUE
   ELSE
      READ SupplierMasterFile
         AT END SET EndOfSupplierFile TO TRUE
      END-READ
   END-IF
   PERFORM UNTIL EndOfSupplierFile
      IF SupplierCount < 500
         ADD 1 TO SupplierCount
         MOVE SupplierMasterRec TO SupplierEntry(SupplierCount)
      END-IF
      READ SupplierMasterFile
         AT END SET EndOfSupplierFile TO TRUE
      END-READ
   END-PERFORM
   IF NOT NoSupplierMasterFile
      CLOSE SupplierMasterFile
   END-IF.

SortBySupplierCode.
*  Supplier, then gadget, then the order the returns were made.
   PERFORM VARYING SubscriptA FROM 1 BY 1 UNTIL SubscriptA >= ReturnCount
      PERFORM VARYING SubscriptB FROM 1 BY 1
              UNTIL SubscriptB > ReturnCount - SubscriptA
         IF RT-SupplierCode(SubscriptB) > RT-SupplierCode(SubscriptB + 1)
            OR (RT-SupplierCode(SubscriptB) =
                RT-SupplierCode(SubscriptB + 1)
                AND RT-GadgetID(SubscriptB) > RT-GadgetID(SubscriptB + 1))
            OR (RT-SupplierCode(SubscriptB) =
                RT-SupplierCode(SubscriptB + 1)
                AND RT-GadgetID(SubscriptB) = RT-GadgetID(SubscriptB + 1)
                AND RT-FilePosition(SubscriptB) >
                    RT-FilePosition(SubscriptB + 1))
            MOVE ReturnEntry(SubscriptB)     TO SwapReturnEntry
            MOVE ReturnEntry(SubscriptB + 1) TO ReturnEntry(SubscriptB)
            MOVE SwapReturnEntry             TO ReturnEntry(SubscriptB + 1)
         END-IF
      END-PERFORM
   END-PERFORM.

GetNextDebitNoteNumber.
*  A missing seed file just means no debit notes have been raised
*  yet - numbering starts from 1.
   OPEN INPUT DebitNoteSeedFile
   IF NoDebitNoteSeedFile
      MOVE ZERO TO LastDebitNoteNumber
   ELSE
      READ DebitNoteSeedFile
         AT END MOVE ZERO TO LastDebitNoteNumber
      END-READ
      CLOSE DebitNoteSeedFile
   END-IF
   MOVE LastDebitNoteNumber TO NextDebitNoteNumber.

SaveNextDebitNoteNumber.
   OPEN OUTPUT DebitNoteSeedFile
   MOVE NextDebitNoteNumber TO LastDebitNoteNumber
   WRITE DebitNoteSeedRec
   CLOSE DebitNoteSeedFile.

PrintOneDebitNote.
*  One note for the supplier of the return at ReturnIdx, covering
*  every return for that supplier; leaves ReturnIdx on the first
*  return of the next supplier.
   ADD 1 TO NextDebitNoteNumber
   ADD 1 TO NotesRaised
   MOVE RT-SupplierCode(ReturnIdx) TO CurrentSupplierCode
   MOVE ZERO TO NoteValue, NoteLines, NoteUncosted
   DISPLAY " "
   DISPLAY "DEBIT NOTE " NextDebitNoteNumber "   dated " TodaysDate
   SEARCH ALL SupplierEntry
      AT END
         DISPLAY "To supplier " CurrentSupplierCode
                 " - not on the supplier file"
      WHEN ST-SupplierCode(STIdx) = CurrentSupplierCode
         DISPLAY "To supplier " CurrentSupplierCode "  "
                 ST-SupplierName(STIdx)
         DISPLAY "            " ST-SupplierAddress(STIdx)
   END-SEARCH
   DISPLAY "For gadgets returned to you, charged at your cost price:"
   DISPLAY NoteHeading
   PERFORM UNTIL ReturnIdx > ReturnCount
           OR RT-SupplierCode(ReturnIdx) NOT = CurrentSupplierCode
      PERFORM PrintOneNoteLine
      ADD 1 TO ReturnIdx
   END-PERFORM
   MOVE NoteValue TO PrnNoteValue
   DISPLAY "Total to be credited to us" "  " PrnNoteValue
   IF NoteUncosted NOT = ZERO
      MOVE NoteUncosted TO PrnCount
      DISPLAY "  " PrnCount " line(s) have no cost price - the buyer"
              " must price them before the note is sent."
   END-IF
   ADD NoteValue TO TotalValue
   MOVE NextDebitNoteNumber TO DebitNoteNum-DN
   MOVE CurrentSupplierCode TO SupplierCode-DN
   MOVE TodaysDate          TO NoteDate-DN
   MOVE NoteLines           TO ReturnLines-DN
   MOVE NoteValue           TO NoteValue-DN
   MOVE NoteUncosted        TO UncostedLines-DN
   MOVE OperatorId          TO OperatorId-DN
   WRITE DebitNoteRegisterRec.

PrintOneNoteLine.
   SET CostNotFound TO TRUE
   MOVE ZERO TO UnitCost
   SEARCH ALL CostPriceEntry
      AT END CONTINUE
      WHEN CPT-GadgetID(CPTIdx) = RT-GadgetID(ReturnIdx)
         MOVE CPT-UnitCost(CPTIdx) TO UnitCost
         SET CostFound TO TRUE
   END-SEARCH
   COMPUTE LineValue = RT-QtyReturned(ReturnIdx) * UnitCost
   ADD LineValue TO NoteValue
   ADD 1 TO NoteLines
   EVALUATE RT-ReasonCode(ReturnIdx)
       WHEN "FY" MOVE "Faulty"               TO ReasonText
       WHEN "DM" MOVE "Damaged in transit"   TO ReasonText
       WHEN "WI" MOVE "Wrong item supplied"  TO ReasonText
       WHEN "SU" MOVE "Surplus"              TO ReasonText
       WHEN OTHER MOVE RT-ReasonCode(ReturnIdx) TO ReasonText
   END-EVALUATE
   MOVE RT-GadgetID(ReturnIdx)     TO PrnGadgetID
   MOVE RT-GadgetName(ReturnIdx)   TO PrnGadgetName
   MOVE RT-QtyReturned(ReturnIdx)  TO PrnQty
   MOVE RT-DateReturned(ReturnIdx) TO PrnDateReturned
   MOVE ReasonText                 TO PrnReason
   MOVE LineValue                  TO PrnLineValue
   IF CostFound
      MOVE SPACES TO PrnUncostedFlag
   ELSE
      MOVE " NO COST" TO PrnUncostedFlag
      ADD 1 TO NoteUncosted
   END-IF
   DISPLAY NoteLine
   MOVE NextDebitNoteNumber TO RT-DebitNoteNum(ReturnIdx).

RewriteReturnsFile.
*  The same copy-out, copy-back as the invoice-line rewrite in
*  Listing10-30, stamping each charged return with its note number.
   MOVE ZERO TO FilePosition
   OPEN INPUT SupplierReturnFile
   OPEN OUTPUT NewSupplierReturnFile
   SET CopyBackLeft TO TRUE
   PERFORM UNTIL CopyBackDone
      READ SupplierReturnFile
         AT END SET CopyBackDone TO TRUE
         NOT AT END PERFORM StampOneReturn
      END-READ
   END-PERFORM
   CLOSE SupplierReturnFile, NewSupplierReturnFile
   OPEN INPUT NewSupplierReturnFile
   OPEN OUTPUT SupplierReturnFile
   SET CopyBackLeft TO TRUE
   PERFORM UNTIL CopyBackDone
      READ NewSupplierReturnFile
         AT END SET CopyBackDone TO TRUE
         NOT AT END
             WRITE SupplierReturnRec FROM NewSupplierReturnRec
      END-READ
   END-PERFORM
   CLOSE NewSupplierReturnFile, SupplierReturnFile.

StampOneReturn.
   ADD 1 TO FilePosition
   PERFORM VARYING SubscriptA FROM 1 BY 1 UNTIL SubscriptA > ReturnCount
      IF RT-FilePosition(SubscriptA) = FilePosition
         MOVE RT-DebitNoteNum(SubscriptA) TO DebitNoteNum-SR
      END-IF
   END-PERFORM
   WRITE NewSupplierReturnRec FROM SupplierReturnRec.
