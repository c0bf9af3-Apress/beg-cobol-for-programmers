* events occurred in the outside world. 
* All valid, real world, transaction sequences are accommodated
* This version includes additions and subtractions from QtyInStock
* A ReturnToSupplier (type 8, keyed at the counter by Listing10-7)
* takes faulty or surplus stock out of the location it leaves from,
* exactly as a subtraction does, but is appended to the supplier
* returns file with its SupplierCode and reason code instead of
* passing as a sale - the debit-note run (Listing10-31) charges each
* supplier back from it.
* Every StockSubtraction is a counter sale, so each one the run
* applies - or turns into a back-order for want of stock - is
* appended to the applied-sales file with its BranchCode and the
* date it was keyed; the daily sales ledger (Listing10-32) matches
* it against the invoices the counters issued (Listing10-7) so a
* missing or phantom sale shows up the next morning.
* A CustomerReturn (type 9) refers to the invoice line it was sold
* on and carries a condition code.  A resaleable unit goes back into
* the location keyed, exactly as a StockAddition does; a faulty or
* damaged one goes to quarantine (location 4), which is held apart
* from QtyInStock on the quarantine file - a movement file of units
* in and out, whose balance per gadget is loaded when the file is
* opened.  A ReturnToSupplier from location 4 sends quarantined units
* back and comes off the quarantine balance instead of the stock.
* Gadgets whose units are tracked one by one on the serial register
* are marked serialised on the master.  The flag is set or cleared by
* a supervisor in the serial register program (Listing10-35), which
* appends the change to the serial flag file; like every other change
* to the master it takes effect here, the latest change per gadget
* being applied as the new master record is written.
* Promotions are effective-dated on the promotions file a level-3
* operator keeps through Listing10-37.  As each new master record is
* written, a gadget with a promotion in force today (start date to end
* date inclusive) is switched to the promotional price, the regular
* Price-MF being held in RegularPrice-MF until the promotion is over;
* the first run after the end date puts the regular price back.  Both
* switches go to the PriceHistoryFile like any other price change, and
* an UpdatePrice applied while a promotion runs changes the regular
* price the gadget will go back to, not the promotional one.  Because
* the state is held on the master, a restarted run cannot start or end
* a promotion twice.
* Each gadget also carries a lifecycle status: active, discontinued
* (sold down and never reordered) or obsolete.  A supervisor changes
* it through Listing10-39, which appends the change to the lifecycle
* file; the latest change per gadget is applied here as the new
* master record is written, the same way as the serialised flag.  An
* insertion starts active.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS DiscrepancyStatus.

*  Every return to supplier applied, kept until the debit-note run
*  (Listing10-31) has numbered it onto a debit note.  Like the price
*  history it is a permanent file, extended run after run.
   SELECT SupplierReturnFile ASSIGN TO "Listing10-5Returns.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS SupplierReturnStatus.

*  Units put into quarantine by customer returns and taken out by
*  returns to the supplier - Listing10-34 reports what is waiting.
   SELECT QuarantineFile ASSIGN TO "Listing10-5Quarantine.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS QuarantineStatus.

*  Promotional prices with their start and end dates (Listing10-37).
   SELECT PromotionFile ASSIGN TO "Listing10-37Promos.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS PromotionStatus.

*  Lifecycle status changes made in Listing10-39, oldest first.
   SELECT LifecycleFile ASSIGN TO "Listing10-39Lifecycle.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS LifecycleFileStatus.

*  Serialised-flag changes made in Listing10-35, oldest first.
   SELECT SerialFlagFile ASSIGN TO "Listing10-35Flags.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS SerialFlagStatus.

*  Every sale applied or back-ordered, for the daily sales ledger.
   SELECT AppliedSalesFile ASSIGN TO "Listing10-5Sales.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS AppliedSalesStatus.

*  Work file for cutting the extendable output files back to their
*  checkpointed record counts when a run restarts - see
*  TrimRestartOutputFiles.
*  location 1 = shop floor store, locations 2 and 3 = the depots.
   02 QtyByLocation-MF.
      03 QtyAtLocation-MF   PIC 9(4) OCCURS 3 TIMES.
*  "Y" when each unit is tracked on the serial register (Listing10-35).
   02 Serialised-MF         PIC X.
*  The Price-MF to go back to when the promotion running ends - zero
*  when no promotion is running.
   02 RegularPrice-MF       PIC 9(4)V99.
*  "A" (or space, for a gadget inserted before the status was kept)
*  = active, "D" = discontinued, "O" = obsolete - see Listing10-39.
   02 LifecycleStatus-MF    PIC X.

FD NewStockFile.
01 NewStockRec.
   02 SupplierCode-NSF      PIC 9(4).
   02 QtyByLocation-NSF.
      03 QtyAtLocation-NSF  PIC 9(4) OCCURS 3 TIMES.
   02 Serialised-NSF        PIC X.
   02 RegularPrice-NSF      PIC 9(4)V99.
   02 LifecycleStatus-NSF   PIC X.

FD TransactionFile.
01 InsertionRec.
       88 StockSubtraction  VALUE 5.
       88 StockTake         VALUE 6.
       88 WarehouseTransfer VALUE 7.
       88 ReturnToSupplier  VALUE 8.
       88 CustomerReturn    VALUE 9.
   02 RecordBody-IR.
*     GadgetID-TF carries a modulus-11 check digit as its low-order
*     digit, the same 7-digit NumToValidate layout ValidateCheckDigit
   02 FromLocation          PIC 9.
   02 ToLocation            PIC 9.

01 ReturnRec.
   02 FILLER                PIC 9(8).
   02 QtyToReturn           PIC 9(4).
   02 Location-RTS          PIC 9.
   02 SupplierCode-RTS      PIC 9(4).
   02 ReasonCode-RTS        PIC XX.

01 CustReturnRec.
   02 FILLER                PIC 9(8).
   02 QtyReturned-CR        PIC 9(4).
   02 Location-CR           PIC 9.
   02 ConditionCode-CR      PIC XX.
      88 ReturnResaleable   VALUE "RS".
   02 OrigBranchCode-CR     PIC XX.
   02 OrigInvoiceNum-CR     PIC 9(6).
   02 RefundAmount-CR       PIC 9(5)V99.

*  A stock-take transaction carries the absolute quantity counted at
*  the physical count; the book quantity is replaced by it and the
*  book-versus-counted difference goes to the DiscrepancyFile.
   02 CkpMasterKey          PIC 9(7).
   02 CkpCurrentKey         PIC 9(7).
   02 CkpLastTransKey       PIC 9(7).
   02 CkpControlTotals      PIC X(250).

FD ArchiveMasterFile.
01 ArchiveMasterRec         PIC X(71).

FD ArchiveTransFile.
01 ArchiveTransRec          PIC X(72).
   02 BranchCode-FBO        PIC XX.
   02 DateFilled-FBO        PIC 9(8).

FD SupplierReturnFile.
01 SupplierReturnRec.
   02 GadgetID-SR           PIC 9(7).
   02 GadgetName-SR         PIC X(30).
   02 SupplierCode-SR       PIC 9(4).
   02 QtyReturned-SR        PIC 9(4).
   02 Location-SR           PIC 9.
   02 ReasonCode-SR         PIC XX.
   02 DateReturned-SR       PIC 9(8).
   02 BranchCode-SR         PIC XX.
   02 OperatorId-SR         PIC X(4).
*  Zero until Listing10-31 puts the return on a debit note.
   02 DebitNoteNum-SR       PIC 9(6).

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
   02 MovementDate-QR       PIC 9(8).
   02 BranchCode-QR         PIC XX.

FD PromotionFile.
01 PromotionRec.
   88 EndOfPromotionFile    VALUE HIGH-VALUES.
   02 GadgetID-PM           PIC 9(7).
   02 PromoPrice-PM         PIC 9(4)V99.
   02 StartDate-PM          PIC 9(8).
   02 EndDate-PM            PIC 9(8).
   02 OperatorId-PM         PIC X(4).
   02 EntryDate-PM          PIC 9(8).

FD LifecycleFile.
01 LifecycleRec.
   88 EndOfLifecycleFile    VALUE HIGH-VALUES.
   02 GadgetID-LC           PIC 9(7).
   02 LifecycleStatus-LC    PIC X.
   02 OperatorId-LC         PIC X(4).
   02 ChangeDateTime-LC     PIC 9(14).

FD SerialFlagFile.
01 SerialFlagRec.
   88 EndOfSerialFlagFile   VALUE HIGH-VALUES.
   02 GadgetID-SF           PIC 9(7).
   02 Serialised-SF         PIC X.
   02 OperatorId-SF         PIC X(4).
   02 FlagDateTime-SF       PIC 9(14).

FD AppliedSalesFile.
01 AppliedSaleRec.
   02 GadgetID-SA           PIC 9(7).
   02 BranchCode-SA         PIC XX.
*  The date the sale was keyed - the invoice date at the counter.
   02 SaleDate-SA           PIC 9(8).
   02 QtySold-SA            PIC 9(4).
   02 Outcome-SA            PIC X.
      88 SaleApplied        VALUE "A".
      88 SaleBackOrdered    VALUE "B".
   02 RunDate-SA            PIC 9(8).

FD RestartScratchFile.
01 RestartScratchRec        PIC X(96).

      88 TransferError     VALUE "Transfer Error - No such record in Master".
      88 TransferShort     VALUE "Transfer Error - Not enough stock at from-location".
      88 LocationError     VALUE "Location Error - Warehouse location not 1-3".
      88 ReturnError       VALUE "Return Error - No such record in Master".
      88 ReturnShort       VALUE "Return Error - Not enough stock at location".
      88 CustReturnError   VALUE "Customer Return Error - No such record in Master".


01 FILLER                  PIC X VALUE "n".
01 DiscrepancyStatus       PIC XX.
   88 NoDiscrepancyFile    VALUE "35".

01 SupplierReturnStatus    PIC XX.
   88 NoSupplierReturnFile VALUE "35".

01 AppliedSalesStatus      PIC XX.
   88 NoAppliedSalesFile   VALUE "35".

01 QuarantineStatus        PIC XX.
   88 NoQuarantineFile     VALUE "35".

01 SerialFlagStatus        PIC XX.
   88 NoSerialFlagFile     VALUE "35".

01 PromotionStatus         PIC XX.
   88 NoPromotionFile      VALUE "35".

01 LifecycleFileStatus     PIC XX.
   88 NoLifecycleFile      VALUE "35".

*  The latest lifecycle status keyed for each gadget.
01 LifecycleTable.
   02 LifecycleEntry OCCURS 2000 TIMES.
      03 LC-GadgetID       PIC 9(7).
      03 LC-Status         PIC X.
01 LifecycleCount          PIC 9(4) VALUE ZERO.
01 LifecycleIdx            PIC 9(4).
01 LifecycleFoundIdx       PIC 9(4).
01 LifecycleKey            PIC 9(7).

*  The promotions in force today - the only ones that matter tonight.
01 PromotionTable.
   02 PromotionEntry OCCURS 1000 TIMES.
      03 PT-GadgetID       PIC 9(7).
      03 PT-PromoPrice     PIC 9(4)V99.
01 PromotionCount          PIC 9(4) VALUE ZERO.
01 PromotionIdx            PIC 9(4).
01 PromotionFoundIdx       PIC 9(4).
01 PromotionNewPrice       PIC 9(4)V99.

*  The latest serialised flag keyed for each gadget.
01 SerialFlagTable.
   02 SerialFlagEntry OCCURS 2000 TIMES.
      03 SF-GadgetID       PIC 9(7).
      03 SF-Serialised     PIC X.
01 SerialFlagCount         PIC 9(4) VALUE ZERO.
01 SerialFlagIdx           PIC 9(4).
01 SerialFlagFoundIdx      PIC 9(4).
01 SerialFlagKey           PIC 9(7).

*  Quarantine balance per gadget, built from the quarantine file.
01 QuarantineTable.
   02 QuarantineEntry OCCURS 2000 TIMES.
      03 QT-GadgetID       PIC 9(7).
      03 QT-Qty            PIC 9(6).
01 QuarantineCount         PIC 9(4) VALUE ZERO.
01 QuarantineIdx           PIC 9(4).
01 QuarantineFoundIdx      PIC 9(4).
01 QuarantineLocation      PIC 9 VALUE 4.

01 TrimTargetCount         PIC 9(6).
01 TrimCopyCount           PIC 9(6).
01 FILLER                  PIC X VALUE "n".
   02 RestartMasterKey      PIC 9(7) VALUE ZERO.
   02 RestartCurrentKey     PIC 9(7) VALUE ZERO.
   02 RestartLastTransKey   PIC 9(7) VALUE ZERO.
   02 RestartControlTotals  PIC X(250) VALUE LOW-VALUES.

01 ControlTotals.
   02 TransReadCount        PIC 9(6) VALUE ZERO.
      03 StockSubsRead      PIC 9(6) VALUE ZERO.
      03 StockTakesRead     PIC 9(6) VALUE ZERO.
      03 TransfersRead      PIC 9(6) VALUE ZERO.
      03 ReturnsRead        PIC 9(6) VALUE ZERO.
      03 CustReturnsRead    PIC 9(6) VALUE ZERO.
   02 NewStockWrittenCount  PIC 9(6) VALUE ZERO.
   02 RejectCounts.
      03 InsertErrorCount   PIC 9(6) VALUE ZERO.
      03 TransferErrorCount PIC 9(6) VALUE ZERO.
      03 TransferShortCount PIC 9(6) VALUE ZERO.
      03 LocationErrorCount PIC 9(6) VALUE ZERO.
      03 ReturnErrorCount   PIC 9(6) VALUE ZERO.
      03 ReturnShortCount   PIC 9(6) VALUE ZERO.
      03 CustReturnErrorCount PIC 9(6) VALUE ZERO.
   02 BackOrderCounts.
      03 BackOrdersRaised   PIC 9(6) VALUE ZERO.
      03 BackOrdersFilled   PIC 9(6) VALUE ZERO.
      03 BackOrdersDropped  PIC 9(6) VALUE ZERO.
   02 PromotionCounts.
      03 PromotionsStarted  PIC 9(6) VALUE ZERO.
      03 PromotionsEnded    PIC 9(6) VALUE ZERO.
   02 PromotionHashTotals.
      03 NewMasterQtyHash   PIC 9(10) VALUE ZERO.
      03 NewMasterPriceHash PIC 9(10)V99 VALUE ZERO.
      03 PriceHistWrittenCount  PIC 9(6) VALUE ZERO.
      03 DiscrepWrittenCount    PIC 9(6) VALUE ZERO.
      03 FilledWrittenCount     PIC 9(6) VALUE ZERO.
      03 ReturnsWrittenCount    PIC 9(6) VALUE ZERO.
      03 SalesWrittenCount      PIC 9(6) VALUE ZERO.
      03 QuarantineWrittenCount PIC 9(6) VALUE ZERO.

01 ReconciliationLine.
   02 PrnControlLabel       PIC X(32).
Begin.
   MOVE FUNCTION CURRENT-DATE(1:8) TO TodaysDate
   PERFORM DetectRestart
   PERFORM LoadSerialFlags
   PERFORM LoadPromotions
   PERFORM LoadLifecycleChanges
   IF FreshRun
      PERFORM ArchivePriorStockFiles
   END-IF
      PERFORM OpenPriceHistoryFile
      OPEN OUTPUT DiscrepancyFile
      OPEN OUTPUT FilledBackOrderFile
      PERFORM OpenSupplierReturnFile
      PERFORM OpenAppliedSalesFile
      PERFORM OpenQuarantineFile
   END-IF
   PERFORM ReadMasterFile
   PERFORM ReadTransFile
              UNTIL GadgetID-TF NOT = CurrentKey
*     CheckFinalStatus
      IF RecordInMaster
         PERFORM ApplySerialFlag
         PERFORM ApplyPromotion
         PERFORM ApplyLifecycleChange
         WRITE NewStockRec
            INVALID KEY
               DISPLAY "Unexpected write error on NewStockFile - status "
   END-IF
   CLOSE MasterStockFile, TransactionFile, NewStockFile, ErrorFile,
         CheckpointFile, NewBackOrderFile, PriceHistoryFile,
         DiscrepancyFile, FilledBackOrderFile, SupplierReturnFile,
         AppliedSalesFile, QuarantineFile
   PERFORM WriteRunControlRecord
   PERFORM PrintReconciliationReport
   STOP RUN.
      OPEN EXTEND PriceHistoryFile
   END-IF.

OpenSupplierReturnFile.
*  Counted and extended the same way as the price history.
   MOVE ZERO TO ReturnsWrittenCount
   OPEN INPUT SupplierReturnFile
   IF NoSupplierReturnFile
      OPEN OUTPUT SupplierReturnFile
   ELSE
      SET TrimSourceLeft TO TRUE
      PERFORM UNTIL TrimSourceDone
         READ SupplierReturnFile
            AT END SET TrimSourceDone TO TRUE
            NOT AT END ADD 1 TO ReturnsWrittenCount
         END-READ
      END-PERFORM
      CLOSE SupplierReturnFile
      OPEN EXTEND SupplierReturnFile
   END-IF.

OpenAppliedSalesFile.
   MOVE ZERO TO SalesWrittenCount
   OPEN INPUT AppliedSalesFile
   IF NoAppliedSalesFile
      OPEN OUTPUT AppliedSalesFile
   ELSE
      SET TrimSourceLeft TO TRUE
      PERFORM UNTIL TrimSourceDone
         READ AppliedSalesFile
            AT END SET TrimSourceDone TO TRUE
            NOT AT END ADD 1 TO SalesWrittenCount
         END-READ
      END-PERFORM
      CLOSE AppliedSalesFile
      OPEN EXTEND AppliedSalesFile
   END-IF.

OpenQuarantineFile.
*  Counted and extended like the others, the balance per gadget being
*  built on the way through.
   MOVE ZERO TO QuarantineWrittenCount, QuarantineCount
   OPEN INPUT QuarantineFile
   IF NoQuarantineFile
      OPEN OUTPUT QuarantineFile
   ELSE
      SET TrimSourceLeft TO TRUE
      PERFORM UNTIL TrimSourceDone
         READ QuarantineFile
            AT END SET TrimSourceDone TO TRUE
            NOT AT END
               ADD 1 TO QuarantineWrittenCount
               PERFORM PostQuarantineMovement
         END-READ
      END-PERFORM
      CLOSE QuarantineFile
      OPEN EXTEND QuarantineFile
   END-IF.

PostQuarantineMovement.
   PERFORM FindQuarantineEntry
   IF QuarantineFoundIdx NOT = ZERO
      IF IntoQuarantine
         ADD Qty-QR TO QT-Qty(QuarantineFoundIdx)
      ELSE
         SUBTRACT Qty-QR FROM QT-Qty(QuarantineFoundIdx)
      END-IF
   END-IF.

FindQuarantineEntry.
*  Finds GadgetID-QR's balance, adding an entry the first time the
*  gadget is seen; zero only if the table is full.
   MOVE ZERO TO QuarantineFoundIdx
   PERFORM VARYING QuarantineIdx FROM 1 BY 1
           UNTIL QuarantineIdx > QuarantineCount
              OR QuarantineFoundIdx NOT = ZERO
      IF QT-GadgetID(QuarantineIdx) = GadgetID-QR
         MOVE QuarantineIdx TO QuarantineFoundIdx
      END-IF
   END-PERFORM
   IF QuarantineFoundIdx = ZERO AND QuarantineCount < 2000
      ADD 1 TO QuarantineCount
      MOVE QuarantineCount TO QuarantineFoundIdx
      MOVE GadgetID-QR     TO QT-GadgetID(QuarantineFoundIdx)
      MOVE ZERO            TO QT-Qty(QuarantineFoundIdx)
   END-IF.

LoadSerialFlags.
*  Read only - the file is Listing10-35's, and applying a flag that
*  is already on the master changes nothing, so a restart simply
*  loads it again.
   OPEN INPUT SerialFlagFile
   IF NoSerialFlagFile
      SET EndOfSerialFlagFile TO TRUE
   ELSE
      READ SerialFlagFile
         AT END SET EndOfSerialFlagFile TO TRUE
      END-READ
   END-IF
   PERFORM UNTIL EndOfSerialFlagFile
      MOVE GadgetID-SF TO SerialFlagKey
      PERFORM FindSerialFlagEntry
      IF SerialFlagFoundIdx = ZERO AND SerialFlagCount < 2000
         ADD 1 TO SerialFlagCount
         MOVE SerialFlagCount TO SerialFlagFoundIdx
         MOVE GadgetID-SF     TO SF-GadgetID(SerialFlagFoundIdx)
      END-IF
      IF SerialFlagFoundIdx NOT = ZERO
         MOVE Serialised-SF   TO SF-Serialised(SerialFlagFoundIdx)
      END-IF
      READ SerialFlagFile
         AT END SET EndOfSerialFlagFile TO TRUE
      END-READ
   END-PERFORM
   IF NOT NoSerialFlagFile
      CLOSE SerialFlagFile
   END-IF.

FindSerialFlagEntry.
   MOVE ZERO TO SerialFlagFoundIdx
   PERFORM VARYING SerialFlagIdx FROM 1 BY 1
           UNTIL SerialFlagIdx > SerialFlagCount
              OR SerialFlagFoundIdx NOT = ZERO
      IF SF-GadgetID(SerialFlagIdx) = SerialFlagKey
         MOVE SerialFlagIdx TO SerialFlagFoundIdx
      END-IF
   END-PERFORM.

ApplySerialFlag.
   MOVE GadgetID-NSF TO SerialFlagKey
   PERFORM FindSerialFlagEntry
   IF SerialFlagFoundIdx NOT = ZERO
      MOVE SF-Serialised(SerialFlagFoundIdx) TO Serialised-NSF
   END-IF.

LoadLifecycleChanges.
*  Read only, like the serial flags - the file is Listing10-39's.
   OPEN INPUT LifecycleFile
   IF NoLifecycleFile
      SET EndOfLifecycleFile TO TRUE
   ELSE
      READ LifecycleFile
         AT END SET EndOfLifecycleFile TO TRUE
      END-READ
   END-IF
   PERFORM UNTIL EndOfLifecycleFile
      MOVE GadgetID-LC TO LifecycleKey
      PERFORM FindLifecycleEntry
      IF LifecycleFoundIdx = ZERO AND LifecycleCount < 2000
         ADD 1 TO LifecycleCount
         MOVE LifecycleCount TO LifecycleFoundIdx
         MOVE GadgetID-LC    TO LC-GadgetID(LifecycleFoundIdx)
      END-IF
      IF LifecycleFoundIdx NOT = ZERO
         MOVE LifecycleStatus-LC TO LC-Status(LifecycleFoundIdx)
      END-IF
      READ LifecycleFile
         AT END SET EndOfLifecycleFile TO TRUE
      END-READ
   END-PERFORM
   IF NOT NoLifecycleFile
      CLOSE LifecycleFile
   END-IF.

FindLifecycleEntry.
   MOVE ZERO TO LifecycleFoundIdx
   PERFORM VARYING LifecycleIdx FROM 1 BY 1
           UNTIL LifecycleIdx > LifecycleCount
              OR LifecycleFoundIdx NOT = ZERO
      IF LC-GadgetID(LifecycleIdx) = LifecycleKey
         MOVE LifecycleIdx TO LifecycleFoundIdx
      END-IF
   END-PERFORM.

ApplyLifecycleChange.
   MOVE GadgetID-NSF TO LifecycleKey
   PERFORM FindLifecycleEntry
   IF LifecycleFoundIdx NOT = ZERO
      MOVE LC-Status(LifecycleFoundIdx) TO LifecycleStatus-NSF
   END-IF.

LoadPromotions.
*  Read only, like the serial flags - the promotions file is
*  Listing10-37's.
   OPEN INPUT PromotionFile
   IF NoPromotionFile
      SET EndOfPromotionFile TO TRUE
   ELSE
      READ PromotionFile
         AT END SET EndOfPromotionFile TO TRUE
      END-READ
   END-IF
   PERFORM UNTIL EndOfPromotionFile
      IF StartDate-PM NOT > TodaysDate
         AND EndDate-PM NOT < TodaysDate
         AND PromotionCount < 1000
         ADD 1 TO PromotionCount
         MOVE GadgetID-PM   TO PT-GadgetID(PromotionCount)
         MOVE PromoPrice-PM TO PT-PromoPrice(PromotionCount)
      END-IF
      READ PromotionFile
         AT END SET EndOfPromotionFile TO TRUE
      END-READ
   END-PERFORM
   IF NOT NoPromotionFile
      CLOSE PromotionFile
   END-IF.

ApplyPromotion.
*  Starts, changes or ends the gadget's promotional price according
*  to whether a promotion is in force today.
   IF RegularPrice-NSF NOT NUMERIC
      MOVE ZERO TO RegularPrice-NSF
   END-IF
   MOVE ZERO TO PromotionFoundIdx
   PERFORM VARYING PromotionIdx FROM 1 BY 1
           UNTIL PromotionIdx > PromotionCount
              OR PromotionFoundIdx NOT = ZERO
      IF PT-GadgetID(PromotionIdx) = GadgetID-NSF
         MOVE PromotionIdx TO PromotionFoundIdx
      END-IF
   END-PERFORM
   EVALUATE TRUE
       WHEN PromotionFoundIdx NOT = ZERO AND RegularPrice-NSF = ZERO
            MOVE Price-NSF TO RegularPrice-NSF
            MOVE PT-PromoPrice(PromotionFoundIdx) TO PromotionNewPrice
            PERFORM RecordPromotionPrice
            ADD 1 TO PromotionsStarted
*      A promotion following straight on from another one.
       WHEN PromotionFoundIdx NOT = ZERO
            AND Price-NSF NOT = PT-PromoPrice(PromotionFoundIdx)
            MOVE PT-PromoPrice(PromotionFoundIdx) TO PromotionNewPrice
            PERFORM RecordPromotionPrice
            ADD 1 TO PromotionsStarted
       WHEN PromotionFoundIdx = ZERO AND RegularPrice-NSF NOT = ZERO
            MOVE RegularPrice-NSF TO PromotionNewPrice
            MOVE ZERO TO RegularPrice-NSF
            PERFORM RecordPromotionPrice
            ADD 1 TO PromotionsEnded
   END-EVALUATE.

RecordPromotionPrice.
   MOVE GadgetID-NSF      TO GadgetID-PH
   MOVE Price-NSF         TO OldPrice-PH
   MOVE PromotionNewPrice TO NewPrice-PH
   MOVE TodaysDate        TO EffectiveDate-PH
   WRITE PriceHistoryRec
   ADD 1 TO PriceHistWrittenCount
   MOVE PromotionNewPrice TO Price-NSF.

OpenBackOrderFile.
*  The very first run has no BackOrderFile yet - file status 35 on the
*  OPEN just means there are no back-orders outstanding.
   OPEN EXTEND NewBackOrderFile
   PERFORM OpenPriceHistoryFile
   OPEN EXTEND DiscrepancyFile
   OPEN EXTEND FilledBackOrderFile
   PERFORM OpenSupplierReturnFile
   PERFORM OpenAppliedSalesFile
   PERFORM OpenQuarantineFile.

TrimRestartOutputFiles.
   MOVE BackOrdersWrittenCount TO TrimTargetCount
   MOVE DiscrepWrittenCount TO TrimTargetCount
   PERFORM TrimDiscrepancyFile
   MOVE FilledWrittenCount TO TrimTargetCount
   PERFORM TrimFilledBackOrderFile
   MOVE ReturnsWrittenCount TO TrimTargetCount
   PERFORM TrimSupplierReturnFile
   MOVE SalesWrittenCount TO TrimTargetCount
   PERFORM TrimAppliedSalesFile
   MOVE QuarantineWrittenCount TO TrimTargetCount
   PERFORM TrimQuarantineFile.

TrimNewBackOrderFile.
   OPEN INPUT NewBackOrderFile
      CLOSE RestartScratchFile, FilledBackOrderFile
   END-IF.

TrimSupplierReturnFile.
   OPEN INPUT SupplierReturnFile
   IF NoSupplierReturnFile
      OPEN OUTPUT SupplierReturnFile
      CLOSE SupplierReturnFile
   ELSE
      OPEN OUTPUT RestartScratchFile
      MOVE ZERO TO TrimCopyCount
      SET TrimSourceLeft TO TRUE
      PERFORM UNTIL TrimSourceDone
              OR TrimCopyCount NOT LESS THAN TrimTargetCount
         READ SupplierReturnFile
            AT END SET TrimSourceDone TO TRUE
            NOT AT END
               WRITE RestartScratchRec FROM SupplierReturnRec
               ADD 1 TO TrimCopyCount
         END-READ
      END-PERFORM
      CLOSE SupplierReturnFile, RestartScratchFile
      OPEN INPUT RestartScratchFile
      OPEN OUTPUT SupplierReturnFile
      SET TrimSourceLeft TO TRUE
      PERFORM UNTIL TrimSourceDone
         READ RestartScratchFile
            AT END SET TrimSourceDone TO TRUE
            NOT AT END WRITE SupplierReturnRec FROM RestartScratchRec
         END-READ
      END-PERFORM
      CLOSE RestartScratchFile, SupplierReturnFile
   END-IF.

TrimAppliedSalesFile.
   OPEN INPUT AppliedSalesFile
   IF NoAppliedSalesFile
      OPEN OUTPUT AppliedSalesFile
      CLOSE AppliedSalesFile
   ELSE
      OPEN OUTPUT RestartScratchFile
      MOVE ZERO TO TrimCopyCount
      SET TrimSourceLeft TO TRUE
      PERFORM UNTIL TrimSourceDone
              OR TrimCopyCount NOT LESS THAN TrimTargetCount
         READ AppliedSalesFile
            AT END SET TrimSourceDone TO TRUE
            NOT AT END
               WRITE RestartScratchRec FROM AppliedSaleRec
               ADD 1 TO TrimCopyCount
         END-READ
      END-PERFORM
      CLOSE AppliedSalesFile, RestartScratchFile
      OPEN INPUT RestartScratchFile
      OPEN OUTPUT AppliedSalesFile
      SET TrimSourceLeft TO TRUE
      PERFORM UNTIL TrimSourceDone
         READ RestartScratchFile
            AT END SET TrimSourceDone TO TRUE
            NOT AT END WRITE AppliedSaleRec FROM RestartScratchRec
         END-READ
      END-PERFORM
      CLOSE RestartScratchFile, AppliedSalesFile
   END-IF.

TrimQuarantineFile.
   OPEN INPUT QuarantineFile
   IF NoQuarantineFile
      OPEN OUTPUT QuarantineFile
      CLOSE QuarantineFile
   ELSE
      OPEN OUTPUT RestartScratchFile
      MOVE ZERO TO TrimCopyCount
      SET TrimSourceLeft TO TRUE
      PERFORM UNTIL TrimSourceDone
              OR TrimCopyCount NOT LESS THAN TrimTargetCount
         READ QuarantineFile
            AT END SET TrimSourceDone TO TRUE
            NOT AT END
               WRITE RestartScratchRec FROM QuarantineRec
               ADD 1 TO TrimCopyCount
         END-READ
      END-PERFORM
      CLOSE QuarantineFile, RestartScratchFile
      OPEN INPUT RestartScratchFile
      OPEN OUTPUT QuarantineFile
      SET TrimSourceLeft TO TRUE
      PERFORM UNTIL TrimSourceDone
         READ RestartScratchFile
            AT END SET TrimSourceDone TO TRUE
            NOT AT END WRITE QuarantineRec FROM RestartScratchRec
         END-READ
      END-PERFORM
      CLOSE RestartScratchFile, QuarantineFile
   END-IF.

SkipBackOrdersToCheckpoint.
*  Back-orders for key groups at or before the checkpointed CurrentKey
*  were already written to NewBackOrderFile by the crashed run.
   MOVE "Transactions read - Transfer"    TO PrnControlLabel
   MOVE TransfersRead                     TO PrnControlCount
   DISPLAY ReconciliationLine
   MOVE "Transactions read - Return"      TO PrnControlLabel
   MOVE ReturnsRead                       TO PrnControlCount
   DISPLAY ReconciliationLine
   MOVE "Transactions read - CustReturn"  TO PrnControlLabel
   MOVE CustReturnsRead                   TO PrnControlCount
   DISPLAY ReconciliationLine
   MOVE "Total transactions read"         TO PrnControlLabel
   MOVE TransReadCount                    TO PrnControlCount
   DISPLAY ReconciliationLine
   MOVE "Rejected - LocationError"        TO PrnControlLabel
   MOVE LocationErrorCount                TO PrnControlCount
   DISPLAY ReconciliationLine
   MOVE "Rejected - ReturnError"          TO PrnControlLabel
   MOVE ReturnErrorCount                  TO PrnControlCount
   DISPLAY ReconciliationLine
   MOVE "Rejected - ReturnShort"          TO PrnControlLabel
   MOVE ReturnShortCount                  TO PrnControlCount
   DISPLAY ReconciliationLine
   MOVE "Rejected - CustReturnError"      TO PrnControlLabel
   MOVE CustReturnErrorCount              TO PrnControlCount
   DISPLAY ReconciliationLine
   DISPLAY " ".
   MOVE "Back-orders raised"              TO PrnControlLabel
   MOVE BackOrdersRaised                  TO PrnControlCount
   MOVE "Back-orders dropped, table full"  TO PrnControlLabel
   MOVE BackOrdersDropped                 TO PrnControlCount
   DISPLAY ReconciliationLine
   MOVE "Promotional prices started"      TO PrnControlLabel
   MOVE PromotionsStarted                 TO PrnControlCount
   DISPLAY ReconciliationLine
   MOVE "Promotions ended, price restored" TO PrnControlLabel
   MOVE PromotionsEnded                   TO PrnControlCount
   DISPLAY ReconciliationLine
   DISPLAY "================================================================".

ChooseNextKey.
       WHEN StockSubtraction  PERFORM ApplySubtractFromStock
       WHEN StockTake         PERFORM ApplyStockTake
       WHEN WarehouseTransfer PERFORM ApplyWarehouseTransfer
       WHEN ReturnToSupplier  PERFORM ApplyReturnToSupplier
       WHEN CustomerReturn    PERFORM ApplyCustomerReturn
    END-EVALUATE.
    PERFORM ReadTransFile.
    
         MOVE RecordBody-IR TO NewStockRec
         MOVE ZEROS TO QtyByLocation-NSF
         MOVE QtyInStock-IR TO QtyAtLocation-NSF(1)
         MOVE "N" TO Serialised-NSF
         MOVE ZERO TO RegularPrice-NSF
         MOVE "A" TO LifecycleStatus-NSF
      END-IF
   END-IF.
       
      PERFORM WriteErrorLine
      ADD 1 TO PriceUpdateErrorCount
    ELSE
      IF RegularPrice-NSF NUMERIC AND RegularPrice-NSF NOT = ZERO
*        A promotion is running - the new price is the one it goes
*        back to, and reaches the history when the promotion ends.
         MOVE Price-PCR TO RegularPrice-NSF
      ELSE
         MOVE GadgetID-NSF TO GadgetID-PH
         MOVE Price-NSF    TO OldPrice-PH
         MOVE Price-PCR    TO NewPrice-PH
         MOVE TodaysDate   TO EffectiveDate-PH
         WRITE PriceHistoryRec
         ADD 1 TO PriceHistWrittenCount
         MOVE Price-PCR TO Price-NSF
      END-IF
   END-IF.

ApplyAddToStock.
             PERFORM WriteErrorLine
             ADD 1 TO InsufficientStockCount
             PERFORM RaiseBackOrder
             SET SaleBackOrdered TO TRUE
             PERFORM RecordAppliedSale
           ELSE
             SUBTRACT QtyToSubtract FROM QtyInStock-NSF
             SUBTRACT QtyToSubtract
                 FROM QtyAtLocation-NSF(Location-SFS)
             SET SaleApplied TO TRUE
             PERFORM RecordAppliedSale
         END-IF
      END-IF
   END-IF.

RecordAppliedSale.
   MOVE GadgetID-NSF           TO GadgetID-SA
   MOVE BranchCode-TF          TO BranchCode-SA
   MOVE EntryDateTime-TF(1:8)  TO SaleDate-SA
   MOVE QtyToSubtract          TO QtySold-SA
   MOVE TodaysDate             TO RunDate-SA
   WRITE AppliedSaleRec
   ADD 1 TO SalesWrittenCount.

ApplyStockTake.
   IF RecordNotInMaster
      SET StockTakeError TO TRUE
      END-IF
   END-IF.

ApplyReturnToSupplier.
   IF RecordNotInMaster
      SET ReturnError TO TRUE
      PERFORM WriteErrorLine
      ADD 1 TO ReturnErrorCount
    ELSE
      EVALUATE TRUE
          WHEN Location-RTS = QuarantineLocation
               PERFORM ReturnFromQuarantine
          WHEN Location-RTS < 1 OR Location-RTS > 3
               SET LocationError TO TRUE
               PERFORM WriteErrorLine
               ADD 1 TO LocationErrorCount
          WHEN QtyAtLocation-NSF(Location-RTS) < QtyToReturn
               SET ReturnShort TO TRUE
               PERFORM WriteErrorLine
               ADD 1 TO ReturnShortCount
          WHEN OTHER
               SUBTRACT QtyToReturn FROM QtyInStock-NSF
               SUBTRACT QtyToReturn FROM QtyAtLocation-NSF(Location-RTS)
               PERFORM RecordSupplierReturn
      END-EVALUATE
   END-IF.

ReturnFromQuarantine.
*  Quarantined units were never in QtyInStock, so only the
*  quarantine balance comes down.
   MOVE GadgetID-NSF TO GadgetID-QR
   PERFORM FindQuarantineEntry
   IF QuarantineFoundIdx = ZERO
      SET ReturnShort TO TRUE
      PERFORM WriteErrorLine
      ADD 1 TO ReturnShortCount
   ELSE
      IF QT-Qty(QuarantineFoundIdx) < QtyToReturn
         SET ReturnShort TO TRUE
         PERFORM WriteErrorLine
         ADD 1 TO ReturnShortCount
      ELSE
         SUBTRACT QtyToReturn FROM QT-Qty(QuarantineFoundIdx)
         MOVE GadgetID-NSF     TO GadgetID-QR
         MOVE GadgetName-NSF   TO GadgetName-QR
         MOVE SupplierCode-RTS TO SupplierCode-QR
         SET OutOfQuarantine   TO TRUE
         MOVE QtyToReturn      TO Qty-QR
         MOVE ReasonCode-RTS   TO ConditionCode-QR
         MOVE TodaysDate       TO MovementDate-QR
         MOVE BranchCode-TF    TO BranchCode-QR
         WRITE QuarantineRec
         ADD 1 TO QuarantineWrittenCount
         PERFORM RecordSupplierReturn
      END-IF
   END-IF.

ApplyCustomerReturn.
*  The refund was paid at the counter; here the unit is put back on
*  the shelf or into quarantine according to its condition.
   IF RecordNotInMaster
      SET CustReturnError TO TRUE
      PERFORM WriteErrorLine
      ADD 1 TO CustReturnErrorCount
    ELSE
      IF ReturnResaleable
         IF Location-CR < 1 OR Location-CR > 3
            SET LocationError TO TRUE
            PERFORM WriteErrorLine
            ADD 1 TO LocationErrorCount
         ELSE
            ADD QtyReturned-CR TO QtyInStock-NSF
            ADD QtyReturned-CR TO QtyAtLocation-NSF(Location-CR)
         END-IF
      ELSE
         MOVE GadgetID-NSF     TO GadgetID-QR
         PERFORM FindQuarantineEntry
         IF QuarantineFoundIdx NOT = ZERO
            ADD QtyReturned-CR TO QT-Qty(QuarantineFoundIdx)
         END-IF
         MOVE GadgetName-NSF   TO GadgetName-QR
         MOVE SupplierCode-NSF TO SupplierCode-QR
         SET IntoQuarantine    TO TRUE
         MOVE QtyReturned-CR   TO Qty-QR
         MOVE ConditionCode-CR TO ConditionCode-QR
         MOVE TodaysDate       TO MovementDate-QR
         MOVE BranchCode-TF    TO BranchCode-QR
         WRITE QuarantineRec
         ADD 1 TO QuarantineWrittenCount
      END-IF
   END-IF.

RecordSupplierReturn.
   MOVE GadgetID-NSF      TO GadgetID-SR
   MOVE GadgetName-NSF    TO GadgetName-SR
   MOVE SupplierCode-RTS  TO SupplierCode-SR
   MOVE QtyToReturn       TO QtyReturned-SR
   MOVE Location-RTS      TO Location-SR
   MOVE ReasonCode-RTS    TO ReasonCode-SR
   MOVE TodaysDate        TO DateReturned-SR
   MOVE BranchCode-TF     TO BranchCode-SR
   MOVE OperatorId-TF     TO OperatorId-SR
   MOVE ZERO              TO DebitNoteNum-SR
   WRITE SupplierReturnRec
   ADD 1 TO ReturnsWrittenCount.

ReadTransFile.
*  Diverts any transaction that breaks ascending GadgetId-TF order to
*  the ErrorFile instead of feeding it into the match/merge logic,
           WHEN StockSubtraction  ADD 1 TO StockSubsRead
           WHEN StockTake         ADD 1 TO StockTakesRead
           WHEN WarehouseTransfer ADD 1 TO TransfersRead
           WHEN ReturnToSupplier  ADD 1 TO ReturnsRead
           WHEN CustomerReturn    ADD 1 TO CustReturnsRead
       END-EVALUATE
    END-IF
    MOVE GadgetID-TF TO PrnGadgetId.
