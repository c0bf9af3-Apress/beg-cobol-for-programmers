IDENTIFICATION DIVISION.
PROGRAM-ID.  Listing10-34.
AUTHOR. Michael Coughlan
* Quarantine report by supplier and gadget.
* Faulty and damaged units taken back from customers (CustomerReturn,
* keyed in Listing10-7) are held in quarantine - location 4 - apart
* from the saleable QtyInStock; the nightly Listing10-5 run writes
* each unit in, and each ReturnToSupplier from location 4 out, to the
* quarantine file.  This run nets the movements per supplier and
* gadget and lists everything still waiting to go back: the units
* held, how many came back faulty and how many damaged, the date the
* oldest is waiting from, and the value at the supplier cost on
* Listing10-19's CostPriceFile - so the buyer can key the
* ReturnToSupplier that raises the debit note (Listing10-31).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT QuarantineFile ASSIGN TO "Listing10-5Quarantine.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS QuarantineStatus.

   SELECT CostPriceFile ASSIGN TO "Listing10-19Costs.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS CostPriceStatus.

   SELECT SupplierMasterFile ASSIGN TO "Listing10-9Suppliers.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS SupplierMasterStatus.

DATA DIVISION.
FILE SECTION.
FD QuarantineFile.
01 QuarantineRec.
   88 EndOfQuarantineFile   VALUE HIGH-VALUES.
   02 GadgetID-QR           PIC 9(7).
   02 GadgetName-QR         PIC X(30).
   02 SupplierCode-QR       PIC 9(4).
   02 Direction-QR          PIC X.
      88 IntoQuarantine     VALUE "I".
      88 OutOfQuarantine    VALUE "O".
   02 Qty-QR                PIC 9(4).
   02 ConditionCode-QR      PIC XX.
      88 CameBackFaulty     VALUE "FY".
   02 MovementDate-QR       PIC 9(8).
   02 BranchCode-QR         PIC XX.

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

WORKING-STORAGE SECTION.
01 QuarantineStatus        PIC XX.
   88 NoQuarantineFile     VALUE "35".

01 CostPriceStatus         PIC XX.
   88 NoCostPriceFile      VALUE "35".

01 SupplierMasterStatus    PIC XX.
   88 NoSupplierMasterFile VALUE "35".

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

*  One entry per supplier and gadget ever quarantined.
01 HeldTable.
   02 HeldEntry OCCURS 2000 TIMES.
      03 HT-SupplierCode   PIC 9(4).
      03 HT-GadgetID       PIC 9(7).
      03 HT-GadgetName     PIC X(30).
      03 HT-QtyIn          PIC 9(6).
      03 HT-QtyOut         PIC 9(6).
      03 HT-QtyFaulty      PIC 9(6).
      03 HT-QtyDamaged     PIC 9(6).
      03 HT-OldestDate     PIC 9(8).

01 SwapHeldEntry           PIC X(73).
01 HeldCount               PIC 9(4) VALUE ZERO.
01 HeldIdx                 PIC 9(4).
01 FoundIdx                PIC 9(4).
01 SubscriptA              PIC 9(4).
01 SubscriptB              PIC 9(4).
01 EntriesDropped          PIC 9(4) VALUE ZERO.

01 CurrentSupplierCode     PIC 9(4).
01 QtyHeld                 PIC 9(6).
01 UnitCost                PIC 9(4)V99.
01 HeldValue               PIC 9(8)V99.
01 SupplierUnits           PIC 9(7).
01 SupplierValue           PIC 9(9)V99.
01 TotalUnits              PIC 9(7) VALUE ZERO.
01 TotalValue              PIC 9(9)V99 VALUE ZERO.
01 FILLER                  PIC X VALUE "n".
   88 CostFound            VALUE "y".
   88 CostNotFound         VALUE "n".

01 HeldHeading.
   02 FILLER               PIC X(40) VALUE
      "GadgetID  Gadget Name                   ".
   02 FILLER               PIC X(48) VALUE
      "  Held  Faulty Damaged  Oldest       Cost Value".

01 HeldLine.
   02 PrnGadgetID          PIC 9(7).
   02 FILLER               PIC X(3)  VALUE SPACES.
   02 PrnGadgetName        PIC X(30).
   02 PrnQtyHeld           PIC ZZZZZ9.
   02 FILLER               PIC X(2)  VALUE SPACES.
   02 PrnQtyFaulty         PIC ZZZZZ9.
   02 FILLER               PIC X(2)  VALUE SPACES.
   02 PrnQtyDamaged        PIC ZZZZZ9.
   02 FILLER               PIC X(2)  VALUE SPACES.
   02 PrnOldestDate        PIC 9(8).
   02 FILLER               PIC X(2)  VALUE SPACES.
   02 PrnHeldValue         PIC $$,$$$,$$9.99.
   02 PrnNoCostFlag        PIC X(8).

01 TotalLine.
   02 PrnTotalLabel        PIC X(30).
   02 PrnTotalUnits        PIC Z,ZZZ,ZZ9.
   02 FILLER               PIC X(3)  VALUE SPACES.
   02 PrnTotalValue        PIC $$$,$$$,$$9.99.

PROCEDURE DIVISION.
Begin.
   PERFORM LoadQuarantineMovements
   IF HeldCount = ZERO
      DISPLAY "Nothing has ever been quarantined."
      STOP RUN
   END-IF
   PERFORM LoadCostPriceTable
   PERFORM LoadSupplierTable
   PERFORM SortBySupplierAndGadget
   DISPLAY "***** UNITS IN QUARANTINE - TO GO BACK TO THE SUPPLIER *****"
   MOVE 1 TO HeldIdx
   PERFORM UNTIL HeldIdx > HeldCount
      PERFORM PrintOneSupplier
   END-PERFORM
   DISPLAY " "
   MOVE "All suppliers"    TO PrnTotalLabel
   MOVE TotalUnits         TO PrnTotalUnits
   MOVE TotalValue         TO PrnTotalValue
   DISPLAY TotalLine
   IF EntriesDropped NOT = ZERO
      DISPLAY "Table full - " EntriesDropped
              " movements left out of the report"
   END-IF
   STOP RUN.

LoadQuarantineMovements.
   OPEN INPUT QuarantineFile
   IF NoQuarantineFile
      SET EndOfQuarantineFile TO TRUE
   ELSE
      READ QuarantineFile
         AT END SET EndOfQuarantineFile TO TRUE
      END-READ
   END-IF
   PERFORM UNTIL EndOfQuarantineFile
      PERFORM FindHeldEntry
      IF FoundIdx NOT = ZERO
         PERFORM PostOneMovement
      END-IF
      READ QuarantineFile
         AT END SET EndOfQuarantineFile TO TRUE
      END-READ
   END-PERFORM
   IF NOT NoQuarantineFile
      CLOSE QuarantineFile
   END-IF.

FindHeldEntry.
   MOVE ZERO TO FoundIdx
   PERFORM VARYING HeldIdx FROM 1 BY 1
           UNTIL HeldIdx > HeldCount OR FoundIdx NOT = ZERO
      IF HT-SupplierCode(HeldIdx) = SupplierCode-QR
         AND HT-GadgetID(HeldIdx) = GadgetID-QR
         MOVE HeldIdx TO FoundIdx
      END-IF
   END-PERFORM
   IF FoundIdx = ZERO
      IF HeldCount < 2000
         ADD 1 TO HeldCount
         MOVE HeldCount       TO FoundIdx
         MOVE SupplierCode-QR TO HT-SupplierCode(FoundIdx)
         MOVE GadgetID-QR     TO HT-GadgetID(FoundIdx)
         MOVE GadgetName-QR   TO HT-GadgetName(FoundIdx)
         MOVE ZERO TO HT-QtyIn(FoundIdx)
                      HT-QtyOut(FoundIdx)
                      HT-QtyFaulty(FoundIdx)
                      HT-QtyDamaged(FoundIdx)
                      HT-OldestDate(FoundIdx)
      ELSE
         ADD 1 TO EntriesDropped
      END-IF
   END-IF.

PostOneMovement.
*  The faulty/damaged split and the oldest date are of what is still
*  held, so units sent back are taken off the oldest first; once
*  everything has gone back the entry starts afresh.
   IF IntoQuarantine
      IF HT-QtyIn(FoundIdx) = HT-QtyOut(FoundIdx)
         MOVE MovementDate-QR TO HT-OldestDate(FoundIdx)
         MOVE ZERO TO HT-QtyFaulty(FoundIdx), HT-QtyDamaged(FoundIdx)
      END-IF
      ADD Qty-QR TO HT-QtyIn(FoundIdx)
      IF CameBackFaulty
         ADD Qty-QR TO HT-QtyFaulty(FoundIdx)
      ELSE
         ADD Qty-QR TO HT-QtyDamaged(FoundIdx)
      END-IF
   ELSE
      ADD Qty-QR TO HT-QtyOut(FoundIdx)
      IF Qty-QR > HT-QtyFaulty(FoundIdx) + HT-QtyDamaged(FoundIdx)
         MOVE ZERO TO HT-QtyFaulty(FoundIdx), HT-QtyDamaged(FoundIdx)
      ELSE
         IF Qty-QR > HT-QtyFaulty(FoundIdx)
            COMPUTE HT-QtyDamaged(FoundIdx) = HT-QtyDamaged(FoundIdx)
                    - (Qty-QR - HT-QtyFaulty(FoundIdx))
            MOVE ZERO TO HT-QtyFaulty(FoundIdx)
         ELSE
            SUBTRACT Qty-QR FROM HT-QtyFaulty(FoundIdx)
         END-IF
      END-IF
   END-IF.

LoadCostPriceTable.
   MOVE HIGH-VALUES TO CostPriceTable
   OPEN INPUT CostPriceFile
   IF NoCostPriceFile
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

SortBySupplierAndGadget.
*  Bubble sort, as the shortfall sort in Listing7-5 - the table is
*  small.
   PERFORM VARYING SubscriptA FROM 1 BY 1 UNTIL SubscriptA >= HeldCount
      PERFORM VARYING SubscriptB FROM 1 BY 1
              UNTIL SubscriptB > HeldCount - SubscriptA
         IF HT-SupplierCode(SubscriptB) > HT-SupplierCode(SubscriptB + 1)
            OR (HT-SupplierCode(SubscriptB) =
                HT-SupplierCode(SubscriptB + 1)
                AND HT-GadgetID(SubscriptB) > HT-GadgetID(SubscriptB + 1))
            MOVE HeldEntry(SubscriptB)     TO SwapHeldEntry
            MOVE HeldEntry(SubscriptB + 1) TO HeldEntry(SubscriptB)
            MOVE SwapHeldEntry             TO HeldEntry(SubscriptB + 1)
         END-IF
      END-PERFORM
   END-PERFORM.

PrintOneSupplier.
*  Leaves HeldIdx on the first entry of the next supplier; a supplier
*  with nothing still held is passed over without a heading.
   MOVE HT-SupplierCode(HeldIdx) TO CurrentSupplierCode
   MOVE ZERO TO SupplierUnits, SupplierValue
   PERFORM UNTIL HeldIdx > HeldCount
           OR HT-SupplierCode(HeldIdx) NOT = CurrentSupplierCode
      IF HT-QtyIn(HeldIdx) > HT-QtyOut(HeldIdx)
         IF SupplierUnits = ZERO
            PERFORM PrintSupplierHeading
         END-IF
         PERFORM PrintOneHeldLine
      END-IF
      ADD 1 TO HeldIdx
   END-PERFORM
   IF SupplierUnits NOT = ZERO
      MOVE "  Supplier total"  TO PrnTotalLabel
      MOVE SupplierUnits       TO PrnTotalUnits
      MOVE SupplierValue       TO PrnTotalValue
      DISPLAY TotalLine
      ADD SupplierUnits TO TotalUnits
      ADD SupplierValue TO TotalValue
   END-IF.

PrintSupplierHeading.
   DISPLAY " "
   SEARCH ALL SupplierEntry
      AT END
         DISPLAY "Supplier " CurrentSupplierCode
                 " - not on the supplier file"
      WHEN ST-SupplierCode(STIdx) = CurrentSupplierCode
         DISPLAY "Supplier " CurrentSupplierCode "  "
                 ST-SupplierName(STIdx)
   END-SEARCH
   DISPLAY HeldHeading.

PrintOneHeldLine.
   COMPUTE QtyHeld = HT-QtyIn(HeldIdx) - HT-QtyOut(HeldIdx)
   SET CostNotFound TO TRUE
   MOVE ZERO TO UnitCost
   SEARCH ALL CostPriceEntry
      AT END CONTINUE
      WHEN CPT-GadgetID(CPTIdx) = HT-GadgetID(HeldIdx)
         MOVE CPT-UnitCost(CPTIdx) TO UnitCost
         SET CostFound TO TRUE
   END-SEARCH
   COMPUTE HeldValue = QtyHeld * UnitCost
   MOVE HT-GadgetID(HeldIdx)   TO PrnGadgetID
   MOVE HT-GadgetName(HeldIdx) TO PrnGadgetName
   MOVE QtyHeld                TO PrnQtyHeld
   MOVE HT-QtyFaulty(HeldIdx)  TO PrnQtyFaulty
   MOVE HT-QtyDamaged(HeldIdx) TO PrnQtyDamaged
   MOVE HT-OldestDate(HeldIdx) TO PrnOldestDate
   MOVE HeldValue              TO PrnHeldValue
   IF CostFound
      MOVE SPACES     TO PrnNoCostFlag
   ELSE
      MOVE " NO COST" TO PrnNoCostFlag
   END-IF
   DISPLAY HeldLine
   ADD QtyHeld   TO SupplierUnits
   ADD HeldValue TO SupplierValue.
