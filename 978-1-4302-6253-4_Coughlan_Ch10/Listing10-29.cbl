IDENTIFICATION DIVISION.
PROGRAM-ID.  Listing10-29.
AUTHOR. Michael Coughlan
* Monthly supplier delivery performance scorecard.
* Every purchase order Listing10-9 has raised is on the PO history
* file (orders raised before the history existed are picked up from
* the current Listing10-9PO.dat), and every delivery keyed at the
* warehouse by Listing10-17 is on the ReceiptsFile.  For a requested
* month this run scores each SupplierCode on:
*   - average lead time - PO date to each receipt dated in the month,
*     in days, beside the rolling average over every receipt up to
*     the month end;
*   - the PO lines falling due in the month (PO date plus the
*     standard lead allowance keyed at the start of the run): the
*     percentage delivered in full and on time, and the counts of
*     short, over and not-delivered lines;
*   - the quantity still outstanding on old POs - every line past its
*     due date at the month end and still not received in full.
* The scorecard prints worst supplier first - lowest in-full
* on-time percentage, then the biggest outstanding quantity - for
* the supplier review meetings.
* The rolling average lead time per supplier is written to the
* lead-time file, from which the reorder-point review (Listing10-18)
* can size each gadget's point to its supplier's measured lead time.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT POHistoryFile ASSIGN TO "Listing10-9POHist.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS POHistoryStatus.

   SELECT PurchaseOrderFile ASSIGN TO "Listing10-9PO.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS PurchaseOrderStatus.

   SELECT ReceiptsFile ASSIGN TO "Listing10-17Receipts.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ReceiptsStatus.

   SELECT SupplierMasterFile ASSIGN TO "Listing10-9Suppliers.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS SupplierMasterStatus.

   SELECT LeadTimeFile ASSIGN TO "Listing10-29LeadTime.dat"
          ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
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

FD SupplierMasterFile.
01 SupplierMasterRec.
   88 EndOfSupplierFile     VALUE HIGH-VALUES.
   02 SupplierCode-SM       PIC 9(4).
   02 SupplierName-SM       PIC X(30).
   02 SupplierAddress-SM    PIC X(40).

FD LeadTimeFile.
01 LeadTimeRec.
   02 SupplierCode-LT       PIC 9(4).
   02 AvgLeadDays-LT        PIC 9(3)V9.
   02 ReceiptsMeasured-LT   PIC 9(5).
   02 AsAtMonth-LT          PIC 9(6).

WORKING-STORAGE SECTION.
01 POHistoryStatus         PIC XX.
   88 NoPOHistoryYet       VALUE "35".

01 PurchaseOrderStatus     PIC XX.
   88 NoPurchaseOrderFile  VALUE "35".

01 ReceiptsStatus          PIC XX.
   88 NoReceiptsFileYet    VALUE "35".

01 SupplierMasterStatus    PIC XX.
   88 NoSupplierMaster     VALUE "35".

01 SupplierTable.
   02 SupplierEntry OCCURS 200 TIMES
              ASCENDING KEY IS SUP-Code
              INDEXED BY SupIdx.
      03 SUP-Code          PIC 9(4).
      03 SUP-Name          PIC X(30).
      03 SUP-Address       PIC X(40).

01 SupplierCount           PIC 9(3) VALUE ZERO.

*  One entry per PO header from the history and current PO files.
01 POTable.
   02 POEntry OCCURS 1000 TIMES.
      03 PO-Number         PIC 9(6).
      03 PO-SupplierCode   PIC 9(4).
      03 PO-SupplierName   PIC X(30).
      03 PO-OrderDate      PIC 9(8).
      03 PO-LoadedFrom     PIC X.
         88 PO-FromHistory VALUE "H".
         88 PO-FromCurrent VALUE "C".

01 POCount                 PIC 9(4) VALUE ZERO.
01 PODropped               PIC 9(4) VALUE ZERO.

*  One entry per PO line.  QtyReceived accumulates the receipts dated
*  up to the month end; CompletedDate is the date of the receipt that
*  brought the line up to its ordered quantity.
01 POLineTable.
   02 POLineEntry OCCURS 4000 TIMES.
      03 POL-Number        PIC 9(6).
      03 POL-POIdx         PIC 9(4).
      03 POL-GadgetID      PIC 9(7).
      03 POL-OrderQty      PIC 9(4).
      03 POL-QtyReceived   PIC 9(5).
      03 POL-CompletedDate PIC 9(8).

01 POLineCount             PIC 9(4) VALUE ZERO.
01 POLineDropped           PIC 9(4) VALUE ZERO.

*  One scorecard entry per supplier with any PO on file.
01 ScoreTable.
   02 ScoreEntry OCCURS 200 TIMES.
      03 SC-SupplierCode   PIC 9(4).
      03 SC-SupplierName   PIC X(30).
      03 SC-MonthReceipts  PIC 9(5).
      03 SC-MonthLeadDays  PIC 9(7).
      03 SC-AllReceipts    PIC 9(5).
      03 SC-AllLeadDays    PIC 9(7).
      03 SC-LinesDue       PIC 9(5).
      03 SC-LinesOTIF      PIC 9(5).
      03 SC-LinesShort     PIC 9(5).
      03 SC-LinesOver      PIC 9(5).
      03 SC-LinesMissing   PIC 9(5).
      03 SC-OldLinesOpen   PIC 9(5).
      03 SC-QtyOutstanding PIC 9(7).
      03 SC-OTIFPercent    PIC 9(3)V9.

01 ScoreCount              PIC 9(3) VALUE ZERO.
01 ScoreIdx                PIC 9(3).
01 SwapScoreEntry          PIC X(99).

01 POIdx                   PIC 9(4).
01 LineIdx                 PIC 9(4).
01 FoundPOIdx              PIC 9(4).
01 FoundLineIdx            PIC 9(4).
01 SubscriptA              PIC 9(4).
01 SubscriptB              PIC 9(4).

01 FILLER                  PIC X VALUE "n".
   88 LookupFound          VALUE "y".
   88 LookupNotFound       VALUE "n".

01 EnteredMonth            PIC X(6).
01 EnteredMonthNum REDEFINES EnteredMonth
                           PIC 9(6).
01 EnteredAllowance        PIC X(3).
01 EnteredAllowanceNum REDEFINES EnteredAllowance
                           PIC 9(3).
01 FILLER                  PIC X VALUE "n".
   88 FieldAccepted        VALUE "y".
   88 FieldRejected        VALUE "n".

01 MonthStartDate          PIC 9(8).
01 MonthStartInt           PIC 9(7).
01 MonthEndInt             PIC 9(7).
01 MonthEndDate            PIC 9(8).
01 NextMonthDate.
   02 NextMonthYear        PIC 9(4).
   02 NextMonthMonth       PIC 99.
   02 NextMonthDay         PIC 99.
01 NextMonthDateNum REDEFINES NextMonthDate
                           PIC 9(8).

01 ReceiptDateInt          PIC 9(7).
01 OrderDateInt            PIC 9(7).
01 DueDateInt              PIC 9(7).
01 CompletedDateInt        PIC 9(7).
01 LeadDays                PIC 9(5).
01 ReceiptsBeyondMonth     PIC 9(5) VALUE ZERO.
01 ReceiptsUnmatched       PIC 9(5) VALUE ZERO.
01 LeadTimeRecsWritten     PIC 9(3) VALUE ZERO.

01 AvgMonthLead            PIC 9(3)V9.
01 AvgAllLead              PIC 9(3)V9.
01 ScorecardRank           PIC 9(3).

01 TotalLinesDue           PIC 9(6) VALUE ZERO.
01 TotalLinesOTIF          PIC 9(6) VALUE ZERO.
01 TotalQtyOutstanding     PIC 9(8) VALUE ZERO.

01 ScorecardHeading1.
   02 FILLER               PIC X(43) VALUE
      "Rnk  Supp Supplier name             MthLead".
   02 FILLER               PIC X(30) VALUE
      "    AllLd    Due  OTIF%  Short".
   02 FILLER               PIC X(28) VALUE
      "  Over  Miss  Old    Outstdg".

01 ScorecardLine.
   02 PrnRank              PIC ZZ9.
   02 FILLER               PIC XX    VALUE SPACES.
   02 PrnSupplierCode      PIC 9(4).
   02 FILLER               PIC X     VALUE SPACE.
   02 PrnSupplierName      PIC X(26).
   02 PrnMonthLead         PIC ZZZZ9.9.
   02 FILLER               PIC XXX   VALUE SPACES.
   02 PrnAllLead           PIC ZZZ9.9.
   02 FILLER               PIC XX    VALUE SPACES.
   02 PrnLinesDue          PIC ZZZZ9.
   02 FILLER               PIC XX    VALUE SPACES.
   02 PrnOTIF              PIC ZZ9.9.
   02 PrnNoLinesDue REDEFINES PrnOTIF
                           PIC X(5).
   02 FILLER               PIC XX    VALUE SPACES.
   02 PrnLinesShort        PIC ZZZZ9.
   02 FILLER               PIC X     VALUE SPACE.
   02 PrnLinesOver         PIC ZZZZ9.
   02 FILLER               PIC X     VALUE SPACE.
   02 PrnLinesMissing      PIC ZZZZ9.
   02 FILLER               PIC X     VALUE SPACE.
   02 PrnOldLines          PIC ZZZ9.
   02 FILLER               PIC XX    VALUE SPACES.
   02 PrnQtyOutstanding    PIC Z,ZZZ,ZZ9.

01 TotalsLine.
   02 FILLER               PIC X(36) VALUE
      "All suppliers - lines due          ".
   02 PrnTotalDue          PIC ZZZ,ZZ9.
   02 FILLER               PIC X(14) VALUE "   in full OT ".
   02 PrnTotalOTIF         PIC ZZZ,ZZ9.
   02 FILLER               PIC X(16) VALUE "   outstanding  ".
   02 PrnTotalOutstanding  PIC ZZ,ZZZ,ZZ9.

01 PrnCount                PIC ZZZZ9.

PROCEDURE DIVISION.
Begin.
   DISPLAY "Supplier delivery performance scorecard"
   PERFORM GetValidMonth
   PERFORM GetValidAllowance
   PERFORM ComputeMonthBoundaries
   PERFORM LoadSupplierTable
   PERFORM LoadPOHistory
   PERFORM LoadCurrentPOFile
   IF POCount = ZERO
      DISPLAY "No purchase orders on file - nothing to score."
      STOP RUN
   END-IF
   PERFORM ApplyReceipts
   PERFORM ScorePOLines
   PERFORM WriteLeadTimeFile
   PERFORM RankWorstFirst
   PERFORM PrintScorecard
   STOP RUN.

GetValidMonth.
   SET FieldRejected TO TRUE
   PERFORM UNTIL FieldAccepted
      DISPLAY "Scorecard month (YYYYMM) - " WITH NO ADVANCING
      ACCEPT EnteredMonth
      IF EnteredMonth NOT NUMERIC
         OR EnteredMonth(5:2) < "01" OR EnteredMonth(5:2) > "12"
         DISPLAY "Month must be YYYYMM - " EnteredMonth
      ELSE
         SET FieldAccepted TO TRUE
      END-IF
   END-PERFORM.

GetValidAllowance.
   SET FieldRejected TO TRUE
   PERFORM UNTIL FieldAccepted
      DISPLAY "Standard lead allowance in days (3 digits) - "
              WITH NO ADVANCING
      ACCEPT EnteredAllowance
      IF EnteredAllowance NOT NUMERIC OR EnteredAllowanceNum = ZERO
         DISPLAY "Allowance must be 1-999 days - " EnteredAllowance
      ELSE
         SET FieldAccepted TO TRUE
      END-IF
   END-PERFORM.

ComputeMonthBoundaries.
   COMPUTE MonthStartDate = (EnteredMonthNum * 100) + 1
   COMPUTE MonthStartInt = FUNCTION INTEGER-OF-DATE(MonthStartDate)
   MOVE EnteredMonth(1:4) TO NextMonthYear
   MOVE EnteredMonth(5:2) TO NextMonthMonth
   MOVE 1                 TO NextMonthDay
   IF NextMonthMonth = 12
      ADD 1 TO NextMonthYear
      MOVE 1 TO NextMonthMonth
   ELSE
      ADD 1 TO NextMonthMonth
   END-IF
   COMPUTE MonthEndInt =
           FUNCTION INTEGER-OF-DATE(NextMonthDateNum) - 1
   COMPUTE MonthEndDate = FUNCTION DATE-OF-INTEGER(MonthEndInt).

LoadSupplierTable.
   MOVE HIGH-VALUES TO SupplierTable
   OPEN INPUT SupplierMasterFile
   IF NoSupplierMaster
      SET EndOfSupplierFile TO TRUE
   ELSE
      READ SupplierMasterFile
         AT END SET EndOfSupplierFile TO TRUE
      END-READ
   END-IF
   PERFORM VARYING SupIdx FROM 1 BY 1 UNTIL EndOfSupplierFile
      MOVE SupplierMasterRec TO SupplierEntry(SupIdx)
      ADD 1 TO SupplierCount
      READ SupplierMasterFile
         AT END SET EndOfSupplierFile TO TRUE
      END-READ
   END-PERFORM
   IF NOT NoSupplierMaster
      CLOSE SupplierMasterFile
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
   PERFORM LoadOneHistoryRecord UNTIL EndOfPOHistory
   IF NOT NoPOHistoryYet
      CLOSE POHistoryFile
   END-IF.

LoadOneHistoryRecord.
   EVALUATE TRUE
       WHEN POHistHeader
            PERFORM AddHistoryHeader
       WHEN POHistLine
            IF FoundPOIdx NOT = ZERO
               PERFORM AddHistoryLine
            END-IF
       WHEN OTHER
            CONTINUE
   END-EVALUATE
   READ POHistoryFile
      AT END SET EndOfPOHistory TO TRUE
   END-READ.

AddHistoryHeader.
   MOVE ZERO TO FoundPOIdx
   IF POCount NOT LESS THAN 1000
      ADD 1 TO PODropped
   ELSE
      ADD 1 TO POCount
      MOVE PONumber-HH     TO PO-Number(POCount)
      MOVE SupplierCode-HH TO PO-SupplierCode(POCount)
      MOVE SupplierName-HH TO PO-SupplierName(POCount)
      MOVE OrderDate-HH    TO PO-OrderDate(POCount)
      SET PO-FromHistory(POCount) TO TRUE
      MOVE POCount         TO FoundPOIdx
   END-IF.

AddHistoryLine.
   IF POLineCount NOT LESS THAN 4000
      ADD 1 TO POLineDropped
   ELSE
      ADD 1 TO POLineCount
      MOVE PONumber-HL  TO POL-Number(POLineCount)
      MOVE FoundPOIdx   TO POL-POIdx(POLineCount)
      MOVE GadgetID-HL  TO POL-GadgetID(POLineCount)
      MOVE OrderQty-HL  TO POL-OrderQty(POLineCount)
      MOVE ZERO         TO POL-QtyReceived(POLineCount)
      MOVE ZERO         TO POL-CompletedDate(POLineCount)
   END-IF.

LoadCurrentPOFile.
*  Orders raised before the PO history existed are only on the
*  current PO file; an order already loaded from the history is
*  skipped so nothing is counted twice.
   MOVE ZERO TO FoundPOIdx
   OPEN INPUT PurchaseOrderFile
   IF NoPurchaseOrderFile
      SET EndOfPOFile TO TRUE
   ELSE
      READ PurchaseOrderFile
         AT END SET EndOfPOFile TO TRUE
      END-READ
   END-IF
   PERFORM LoadOneCurrentRecord UNTIL EndOfPOFile
   IF NOT NoPurchaseOrderFile
      CLOSE PurchaseOrderFile
   END-IF.

LoadOneCurrentRecord.
   EVALUATE TRUE
       WHEN POHeader
            PERFORM AddCurrentHeader
       WHEN POLine
            IF FoundPOIdx NOT = ZERO
               PERFORM AddCurrentLine
            END-IF
       WHEN OTHER
            CONTINUE
   END-EVALUATE
   READ PurchaseOrderFile
      AT END SET EndOfPOFile TO TRUE
   END-READ.

AddCurrentHeader.
   MOVE ZERO TO FoundPOIdx
   SET LookupNotFound TO TRUE
   PERFORM VARYING POIdx FROM 1 BY 1
           UNTIL POIdx > POCount OR LookupFound
      IF PO-Number(POIdx) = PONumber-H
         SET LookupFound TO TRUE
      END-IF
   END-PERFORM
   IF LookupNotFound
      IF POCount NOT LESS THAN 1000
         ADD 1 TO PODropped
      ELSE
         ADD 1 TO POCount
         MOVE PONumber-H     TO PO-Number(POCount)
         MOVE SupplierCode-H TO PO-SupplierCode(POCount)
         MOVE SupplierName-H TO PO-SupplierName(POCount)
         MOVE OrderDate-H    TO PO-OrderDate(POCount)
         SET PO-FromCurrent(POCount) TO TRUE
         MOVE POCount        TO FoundPOIdx
      END-IF
   END-IF.

AddCurrentLine.
   IF POLineCount NOT LESS THAN 4000
      ADD 1 TO POLineDropped
   ELSE
      ADD 1 TO POLineCount
      MOVE PONumber-L  TO POL-Number(POLineCount)
      MOVE FoundPOIdx  TO POL-POIdx(POLineCount)
      MOVE GadgetID-L  TO POL-GadgetID(POLineCount)
      MOVE OrderQty-L  TO POL-OrderQty(POLineCount)
      MOVE ZERO        TO POL-QtyReceived(POLineCount)
      MOVE ZERO        TO POL-CompletedDate(POLineCount)
   END-IF.

ApplyReceipts.
*  The ReceiptsFile is appended as deliveries are keyed, so it is in
*  date order and the receipt that completes a line is the first one
*  to bring its cumulative quantity up to the order.  Receipts dated
*  after the month end are ignored - the scorecard is as at the month
*  end, whenever it is run.
   OPEN INPUT ReceiptsFile
   IF NoReceiptsFileYet
      SET EndOfReceiptsFile TO TRUE
   ELSE
      READ ReceiptsFile
         AT END SET EndOfReceiptsFile TO TRUE
      END-READ
   END-IF
   PERFORM ApplyOneReceipt UNTIL EndOfReceiptsFile
   IF NOT NoReceiptsFileYet
      CLOSE ReceiptsFile
   END-IF.

ApplyOneReceipt.
   IF DateReceived-RCT > MonthEndDate
      ADD 1 TO ReceiptsBeyondMonth
   ELSE
      PERFORM FindReceiptLine
      IF LookupNotFound
         ADD 1 TO ReceiptsUnmatched
      ELSE
         PERFORM RecordReceiptAgainstLine
      END-IF
   END-IF
   READ ReceiptsFile
      AT END SET EndOfReceiptsFile TO TRUE
   END-READ.

FindReceiptLine.
   SET LookupNotFound TO TRUE
   PERFORM VARYING LineIdx FROM 1 BY 1
           UNTIL LineIdx > POLineCount OR LookupFound
      IF POL-Number(LineIdx) = PONumber-RCT
         AND POL-GadgetID(LineIdx) = GadgetID-RCT
         SET LookupFound TO TRUE
         MOVE LineIdx TO FoundLineIdx
      END-IF
   END-PERFORM.

RecordReceiptAgainstLine.
   MOVE POL-POIdx(FoundLineIdx) TO FoundPOIdx
   ADD QtyReceived-RCT TO POL-QtyReceived(FoundLineIdx)
   IF POL-CompletedDate(FoundLineIdx) = ZERO
      AND POL-QtyReceived(FoundLineIdx)
          NOT LESS THAN POL-OrderQty(FoundLineIdx)
      MOVE DateReceived-RCT TO POL-CompletedDate(FoundLineIdx)
   END-IF
   COMPUTE ReceiptDateInt = FUNCTION INTEGER-OF-DATE(DateReceived-RCT)
   COMPUTE OrderDateInt =
           FUNCTION INTEGER-OF-DATE(PO-OrderDate(FoundPOIdx))
   IF ReceiptDateInt > OrderDateInt
      COMPUTE LeadDays = ReceiptDateInt - OrderDateInt
   ELSE
      MOVE ZERO TO LeadDays
   END-IF
   PERFORM FindScoreEntry
   ADD 1        TO SC-AllReceipts(ScoreIdx)
   ADD LeadDays TO SC-AllLeadDays(ScoreIdx)
   IF ReceiptDateInt NOT LESS THAN MonthStartInt
      ADD 1        TO SC-MonthReceipts(ScoreIdx)
      ADD LeadDays TO SC-MonthLeadDays(ScoreIdx)
   END-IF.

FindScoreEntry.
*  Returns ScoreIdx for the supplier of PO FoundPOIdx, adding the
*  supplier to the scorecard the first time it is seen.
   SET LookupNotFound TO TRUE
   PERFORM VARYING ScoreIdx FROM 1 BY 1
           UNTIL ScoreIdx > ScoreCount OR LookupFound
      IF SC-SupplierCode(ScoreIdx) = PO-SupplierCode(FoundPOIdx)
         SET LookupFound TO TRUE
      END-IF
   END-PERFORM
   IF LookupFound
      SUBTRACT 1 FROM ScoreIdx
   ELSE
      IF ScoreCount NOT LESS THAN 200
         DISPLAY "More than 200 suppliers on the scorecard - the "
                 "table must be enlarged before this run."
         STOP RUN
      END-IF
      ADD 1 TO ScoreCount
      MOVE ScoreCount TO ScoreIdx
      INITIALIZE ScoreEntry(ScoreIdx)
      MOVE PO-SupplierCode(FoundPOIdx) TO SC-SupplierCode(ScoreIdx)
      SEARCH ALL SupplierEntry
         AT END MOVE PO-SupplierName(FoundPOIdx)
                   TO SC-SupplierName(ScoreIdx)
         WHEN SUP-Code(SupIdx) = PO-SupplierCode(FoundPOIdx)
              MOVE SUP-Name(SupIdx) TO SC-SupplierName(ScoreIdx)
      END-SEARCH
   END-IF.

ScorePOLines.
   PERFORM VARYING LineIdx FROM 1 BY 1 UNTIL LineIdx > POLineCount
      MOVE POL-POIdx(LineIdx) TO FoundPOIdx
      IF PO-OrderDate(FoundPOIdx) NOT > MonthEndDate
         PERFORM ScoreOneLine
      END-IF
   END-PERFORM.

ScoreOneLine.
   PERFORM FindScoreEntry
   COMPUTE OrderDateInt =
           FUNCTION INTEGER-OF-DATE(PO-OrderDate(FoundPOIdx))
   COMPUTE DueDateInt = OrderDateInt + EnteredAllowanceNum
*  A line falling due inside the month is assessed for in full and
*  on time.
   IF DueDateInt NOT LESS THAN MonthStartInt
      AND DueDateInt NOT > MonthEndInt
      ADD 1 TO SC-LinesDue(ScoreIdx)
      EVALUATE TRUE
          WHEN POL-QtyReceived(LineIdx) = ZERO
               ADD 1 TO SC-LinesMissing(ScoreIdx)
          WHEN POL-QtyReceived(LineIdx) < POL-OrderQty(LineIdx)
               ADD 1 TO SC-LinesShort(ScoreIdx)
          WHEN POL-QtyReceived(LineIdx) > POL-OrderQty(LineIdx)
               ADD 1 TO SC-LinesOver(ScoreIdx)
      END-EVALUATE
      IF POL-CompletedDate(LineIdx) NOT = ZERO
         COMPUTE CompletedDateInt =
                 FUNCTION INTEGER-OF-DATE(POL-CompletedDate(LineIdx))
         IF CompletedDateInt NOT > DueDateInt
            ADD 1 TO SC-LinesOTIF(ScoreIdx)
         END-IF
      END-IF
   END-IF
*  Any line already past due at the month end and still short is
*  outstanding on an old PO, whenever it fell due.
   IF DueDateInt < MonthEndInt
      AND POL-QtyReceived(LineIdx) < POL-OrderQty(LineIdx)
      ADD 1 TO SC-OldLinesOpen(ScoreIdx)
      COMPUTE SC-QtyOutstanding(ScoreIdx) =
              SC-QtyOutstanding(ScoreIdx)
              + POL-OrderQty(LineIdx) - POL-QtyReceived(LineIdx)
   END-IF.

WriteLeadTimeFile.
*  Written in ascending SupplierCode order so Listing10-18 can SEARCH
*  ALL it.
   PERFORM SortBySupplierCode
   OPEN OUTPUT LeadTimeFile
   PERFORM VARYING ScoreIdx FROM 1 BY 1 UNTIL ScoreIdx > ScoreCount
      IF SC-AllReceipts(ScoreIdx) NOT = ZERO
         MOVE SC-SupplierCode(ScoreIdx) TO SupplierCode-LT
         COMPUTE AvgLeadDays-LT ROUNDED =
                 SC-AllLeadDays(ScoreIdx) / SC-AllReceipts(ScoreIdx)
            ON SIZE ERROR MOVE 999.9 TO AvgLeadDays-LT
         END-COMPUTE
         MOVE SC-AllReceipts(ScoreIdx)  TO ReceiptsMeasured-LT
         MOVE EnteredMonthNum           TO AsAtMonth-LT
         WRITE LeadTimeRec
         ADD 1 TO LeadTimeRecsWritten
      END-IF
   END-PERFORM
   CLOSE LeadTimeFile.

SortBySupplierCode.
   PERFORM VARYING SubscriptA FROM 1 BY 1 UNTIL SubscriptA >= ScoreCount
      PERFORM VARYING SubscriptB FROM 1 BY 1
              UNTIL SubscriptB > ScoreCount - SubscriptA
         IF SC-SupplierCode(SubscriptB) > SC-SupplierCode(SubscriptB + 1)
            MOVE ScoreEntry(SubscriptB)     TO SwapScoreEntry
            MOVE ScoreEntry(SubscriptB + 1) TO ScoreEntry(SubscriptB)
            MOVE SwapScoreEntry             TO ScoreEntry(SubscriptB + 1)
         END-IF
      END-PERFORM
   END-PERFORM.

RankWorstFirst.
*  A supplier with nothing due in the month has no percentage to
*  rank on and sinks to the bottom (999); ties on the percentage go
*  to the bigger outstanding quantity.  Bubble sort, as the
*  shortfall sort in Listing7-5 - the table is small.
   PERFORM VARYING ScoreIdx FROM 1 BY 1 UNTIL ScoreIdx > ScoreCount
      IF SC-LinesDue(ScoreIdx) = ZERO
         MOVE 999 TO SC-OTIFPercent(ScoreIdx)
      ELSE
         COMPUTE SC-OTIFPercent(ScoreIdx) ROUNDED =
                 SC-LinesOTIF(ScoreIdx) * 100 / SC-LinesDue(ScoreIdx)
      END-IF
   END-PERFORM
   PERFORM VARYING SubscriptA FROM 1 BY 1 UNTIL SubscriptA >= ScoreCount
      PERFORM VARYING SubscriptB FROM 1 BY 1
              UNTIL SubscriptB > ScoreCount - SubscriptA
         IF SC-OTIFPercent(SubscriptB) > SC-OTIFPercent(SubscriptB + 1)
            OR (SC-OTIFPercent(SubscriptB) = SC-OTIFPercent(SubscriptB + 1)
                AND SC-QtyOutstanding(SubscriptB)
                    < SC-QtyOutstanding(SubscriptB + 1))
            MOVE ScoreEntry(SubscriptB)     TO SwapScoreEntry
            MOVE ScoreEntry(SubscriptB + 1) TO ScoreEntry(SubscriptB)
            MOVE SwapScoreEntry             TO ScoreEntry(SubscriptB + 1)
         END-IF
      END-PERFORM
   END-PERFORM.

PrintScorecard.
   DISPLAY " "
   DISPLAY "***** SUPPLIER DELIVERY SCORECARD - WORST FIRST *****"
   DISPLAY "Month " EnteredMonth " (to " MonthEndDate
           ") - lead allowance " EnteredAllowanceNum " days"
   DISPLAY ScorecardHeading1
   MOVE ZERO TO ScorecardRank
   PERFORM VARYING ScoreIdx FROM 1 BY 1 UNTIL ScoreIdx > ScoreCount
      PERFORM PrintOneScoreLine
   END-PERFORM
   DISPLAY " "
   MOVE TotalLinesDue       TO PrnTotalDue
   MOVE TotalLinesOTIF      TO PrnTotalOTIF
   MOVE TotalQtyOutstanding TO PrnTotalOutstanding
   DISPLAY TotalsLine
   MOVE LeadTimeRecsWritten TO PrnCount
   DISPLAY "Supplier lead times written for reorder review - " PrnCount
   IF ReceiptsUnmatched NOT = ZERO
      MOVE ReceiptsUnmatched TO PrnCount
      DISPLAY "Receipts matching no PO line on file - " PrnCount
   END-IF
   IF PODropped NOT = ZERO OR POLineDropped NOT = ZERO
      DISPLAY "PO table full - orders not scored: " PODropped
              "  lines not scored: " POLineDropped
   END-IF.

PrintOneScoreLine.
   ADD 1 TO ScorecardRank
   MOVE ScorecardRank              TO PrnRank
   MOVE SC-SupplierCode(ScoreIdx)  TO PrnSupplierCode
   MOVE SC-SupplierName(ScoreIdx)  TO PrnSupplierName
   IF SC-MonthReceipts(ScoreIdx) = ZERO
      MOVE ZERO TO AvgMonthLead
   ELSE
      COMPUTE AvgMonthLead ROUNDED =
              SC-MonthLeadDays(ScoreIdx) / SC-MonthReceipts(ScoreIdx)
         ON SIZE ERROR MOVE 999.9 TO AvgMonthLead
      END-COMPUTE
   END-IF
   IF SC-AllReceipts(ScoreIdx) = ZERO
      MOVE ZERO TO AvgAllLead
   ELSE
      COMPUTE AvgAllLead ROUNDED =
              SC-AllLeadDays(ScoreIdx) / SC-AllReceipts(ScoreIdx)
         ON SIZE ERROR MOVE 999.9 TO AvgAllLead
      END-COMPUTE
   END-IF
   MOVE AvgMonthLead               TO PrnMonthLead
   MOVE AvgAllLead                 TO PrnAllLead
   MOVE SC-LinesDue(ScoreIdx)      TO PrnLinesDue
   IF SC-LinesDue(ScoreIdx) = ZERO
      MOVE "  -  "                 TO PrnNoLinesDue
   ELSE
      MOVE SC-OTIFPercent(ScoreIdx) TO PrnOTIF
   END-IF
   MOVE SC-LinesShort(ScoreIdx)    TO PrnLinesShort
   MOVE SC-LinesOver(ScoreIdx)     TO PrnLinesOver
   MOVE SC-LinesMissing(ScoreIdx)  TO PrnLinesMissing
   MOVE SC-OldLinesOpen(ScoreIdx)  TO PrnOldLines
   MOVE SC-QtyOutstanding(ScoreIdx) TO PrnQtyOutstanding
   DISPLAY ScorecardLine
   ADD SC-LinesDue(ScoreIdx)       TO TotalLinesDue
   ADD SC-LinesOTIF(ScoreIdx)      TO TotalLinesOTIF
   ADD SC-QtyOutstanding(ScoreIdx) TO TotalQtyOutstanding.
