IDENTIFICATION DIVISION.
PROGRAM-ID.  Listing10-32.
AUTHOR. Michael Coughlan
* Daily gadget sales ledger by BranchCode.
* The counters issue a numbered, priced customer invoice for every
* sale (Listing10-7), writing the invoice lines to the branch's
* invoice file and a StockSubtraction per line for the nightly run;
* the nightly Listing10-5 run appends every subtraction it applies,
* or back-orders for want of stock, to its applied-sales file with
* the BranchCode and the date the sale was keyed.
* For a requested day this run adds up, branch by branch and gadget
* by gadget, the units and value invoiced at the tills and the units
* the nightly run applied or back-ordered, and prints the ledger with
* every difference flagged:
*   MISSING - invoiced but never applied (the subtraction was
*             rejected, or never reached the merge);
*   PHANTOM - stock left through a subtraction no invoice accounts
*             for (keyed as a bare StockSubtraction, or keyed twice).
* Branch totals give the invoices issued, goods value, VAT and total
* takings for agreement with the tills.  A subtraction repaired and
* resubmitted through Listing10-27 arrives tagged "RS" and so is
* reported under RS rather than its own branch.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT Branch1InvoiceFile ASSIGN TO "Listing10-7InvB1.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS Branch1InvoiceStatus.

   SELECT Branch2InvoiceFile ASSIGN TO "Listing10-7InvB2.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS Branch2InvoiceStatus.

   SELECT Branch3InvoiceFile ASSIGN TO "Listing10-7InvB3.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS Branch3InvoiceStatus.

   SELECT AppliedSalesFile ASSIGN TO "Listing10-5Sales.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS AppliedSalesStatus.

DATA DIVISION.
FILE SECTION.
FD Branch1InvoiceFile.
01 Branch1InvoiceRec        PIC X(55).
   88 EndOfBranch1File      VALUE HIGH-VALUES.

FD Branch2InvoiceFile.
01 Branch2InvoiceRec        PIC X(55).
   88 EndOfBranch2File      VALUE HIGH-VALUES.

FD Branch3InvoiceFile.
01 Branch3InvoiceRec        PIC X(55).
   88 EndOfBranch3File      VALUE HIGH-VALUES.

FD AppliedSalesFile.
01 AppliedSaleRec.
   88 EndOfAppliedSales     VALUE HIGH-VALUES.
   02 GadgetID-SA           PIC 9(7).
   02 BranchCode-SA         PIC XX.
   02 SaleDate-SA           PIC 9(8).
   02 QtySold-SA            PIC 9(4).
   02 Outcome-SA            PIC X.
      88 SaleApplied        VALUE "A".
      88 SaleBackOrdered    VALUE "B".
   02 RunDate-SA            PIC 9(8).

WORKING-STORAGE SECTION.
01 Branch1InvoiceStatus    PIC XX.
   88 NoBranch1File        VALUE "35".

01 Branch2InvoiceStatus    PIC XX.
   88 NoBranch2File        VALUE "35".

01 Branch3InvoiceStatus    PIC XX.
   88 NoBranch3File        VALUE "35".

01 AppliedSalesStatus      PIC XX.
   88 NoAppliedSalesFile   VALUE "35".

*  The three branch files share the layout Listing10-7 writes; each
*  record is moved here to be examined.
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

01 LedgerDate              PIC X(8).
01 LedgerDateNum REDEFINES LedgerDate
                           PIC 9(8).
01 PreviousInvoiceNum      PIC 9(6).

*  One entry per branch and gadget sold on the day.
01 LedgerTable.
   02 LedgerEntry OCCURS 2000 TIMES.
      03 LG-BranchCode     PIC XX.
      03 LG-GadgetID       PIC 9(7).
      03 LG-QtyInvoiced    PIC 9(6).
      03 LG-ValueInvoiced  PIC 9(8)V99.
      03 LG-VatInvoiced    PIC 9(7)V99.
      03 LG-QtyApplied     PIC 9(6).
      03 LG-QtyBackOrdered PIC 9(6).

01 SwapLedgerEntry         PIC X(46).
01 LedgerCount             PIC 9(4) VALUE ZERO.
01 LedgerIdx               PIC 9(4).
01 FoundIdx                PIC 9(4).
01 SubscriptA              PIC 9(4).
01 SubscriptB              PIC 9(4).
01 EntriesDropped          PIC 9(4) VALUE ZERO.
01 LookupBranchCode        PIC XX.
01 LookupGadgetID          PIC 9(7).

*  Invoices issued per branch - the lines of one invoice are written
*  together, so a change of invoice number starts a new invoice.
01 BranchInvoiceCounts.
   02 InvoicesIssued       PIC 9(5) OCCURS 3 TIMES.
01 BranchIdx               PIC 9.

01 CurrentBranchCode       PIC XX.
01 QtyAccountedFor         PIC 9(6).
01 BranchTotals.
   02 BT-QtyInvoiced       PIC 9(7).
   02 BT-QtyApplied        PIC 9(7).
   02 BT-QtyBackOrdered    PIC 9(7).
   02 BT-Value             PIC 9(8)V99.
   02 BT-Vat               PIC 9(7)V99.
   02 BT-Exceptions        PIC 9(4).
01 GrandTotals.
   02 GT-Value             PIC 9(9)V99 VALUE ZERO.
   02 GT-Vat               PIC 9(8)V99 VALUE ZERO.
   02 GT-Exceptions        PIC 9(5) VALUE ZERO.

01 LedgerHeading.
   02 FILLER               PIC X(40) VALUE
      "GadgetID   Invoiced  Applied  BackOrd   ".
   02 FILLER               PIC X(32) VALUE
      "     Goods Value   Flag".

01 LedgerLine.
   02 PrnGadgetID          PIC 9(7).
   02 FILLER               PIC X(3)  VALUE SPACES.
   02 PrnQtyInvoiced       PIC ZZZ,ZZ9.
   02 FILLER               PIC X(2)  VALUE SPACES.
   02 PrnQtyApplied        PIC ZZZ,ZZ9.
   02 FILLER               PIC X(2)  VALUE SPACES.
   02 PrnQtyBackOrdered    PIC ZZZ,ZZ9.
   02 FILLER               PIC X(2)  VALUE SPACES.
   02 PrnValue             PIC $$$,$$$,$$9.99.
   02 FILLER               PIC X(3)  VALUE SPACES.
   02 PrnFlag              PIC X(7).

01 TotalLine.
   02 PrnTotalLabel        PIC X(30).
   02 PrnTotalValue        PIC $$$,$$$,$$9.99.

01 CountLine.
   02 PrnCountLabel        PIC X(30).
   02 PrnCount             PIC ZZZ,ZZ9.

PROCEDURE DIVISION.
Begin.
   DISPLAY "Daily sales ledger - sales date (YYYYMMDD) - "
           WITH NO ADVANCING
   ACCEPT LedgerDate
   IF LedgerDate NOT NUMERIC
      DISPLAY "Date must be 8 digits - " LedgerDate
      STOP RUN
   END-IF
   MOVE ZERO TO BranchInvoiceCounts
   PERFORM LoadBranch1Invoices
   PERFORM LoadBranch2Invoices
   PERFORM LoadBranch3Invoices
   PERFORM LoadAppliedSales
   IF LedgerCount = ZERO
      DISPLAY "No invoices or applied sales for " LedgerDate
      STOP RUN
   END-IF
   PERFORM SortByBranchAndGadget
   DISPLAY "***** DAILY SALES LEDGER FOR " LedgerDate " *****"
   MOVE 1 TO LedgerIdx
   PERFORM UNTIL LedgerIdx > LedgerCount
      PERFORM PrintOneBranch
   END-PERFORM
   DISPLAY " "
   DISPLAY "***** ALL BRANCHES *****"
   MOVE "Goods value invoiced"   TO PrnTotalLabel
   MOVE GT-Value                 TO PrnTotalValue
   DISPLAY TotalLine
   MOVE "VAT invoiced"           TO PrnTotalLabel
   MOVE GT-Vat                   TO PrnTotalValue
   DISPLAY TotalLine
   MOVE "Total takings"          TO PrnTotalLabel
   COMPUTE PrnTotalValue = GT-Value + GT-Vat
   DISPLAY TotalLine
   MOVE "Gadgets out of agreement" TO PrnCountLabel
   MOVE GT-Exceptions            TO PrnCount
   DISPLAY CountLine
   IF EntriesDropped NOT = ZERO
      MOVE "Ledger table full - dropped" TO PrnCountLabel
      MOVE EntriesDropped        TO PrnCount
      DISPLAY CountLine
   END-IF
   STOP RUN.

LoadBranch1Invoices.
*  A counter that sold nothing yet has no invoice file (status 35) -
*  that is not an error.
   MOVE 1 TO BranchIdx
   MOVE ZERO TO PreviousInvoiceNum
   OPEN INPUT Branch1InvoiceFile
   IF NOT NoBranch1File
      READ Branch1InvoiceFile
         AT END SET EndOfBranch1File TO TRUE
      END-READ
      PERFORM UNTIL EndOfBranch1File
         MOVE Branch1InvoiceRec TO InvoiceLineRec
         PERFORM AddInvoiceLine
         READ Branch1InvoiceFile
            AT END SET EndOfBranch1File TO TRUE
         END-READ
      END-PERFORM
      CLOSE Branch1InvoiceFile
   END-IF.

LoadBranch2Invoices.
   MOVE 2 TO BranchIdx
   MOVE ZERO TO PreviousInvoiceNum
   OPEN INPUT Branch2InvoiceFile
   IF NOT NoBranch2File
      READ Branch2InvoiceFile
         AT END SET EndOfBranch2File TO TRUE
      END-READ
      PERFORM UNTIL EndOfBranch2File
         MOVE Branch2InvoiceRec TO InvoiceLineRec
         PERFORM AddInvoiceLine
         READ Branch2InvoiceFile
            AT END SET EndOfBranch2File TO TRUE
         END-READ
      END-PERFORM
      CLOSE Branch2InvoiceFile
   END-IF.

LoadBranch3Invoices.
   MOVE 3 TO BranchIdx
   MOVE ZERO TO PreviousInvoiceNum
   OPEN INPUT Branch3InvoiceFile
   IF NOT NoBranch3File
      READ Branch3InvoiceFile
         AT END SET EndOfBranch3File TO TRUE
      END-READ
      PERFORM UNTIL EndOfBranch3File
         MOVE Branch3InvoiceRec TO InvoiceLineRec
         PERFORM AddInvoiceLine
         READ Branch3InvoiceFile
            AT END SET EndOfBranch3File TO TRUE
         END-READ
      END-PERFORM
      CLOSE Branch3InvoiceFile
   END-IF.

AddInvoiceLine.
   IF InvoiceDate-IL = LedgerDateNum
      IF InvoiceNum-IL NOT = PreviousInvoiceNum
         ADD 1 TO InvoicesIssued(BranchIdx)
         MOVE InvoiceNum-IL TO PreviousInvoiceNum
      END-IF
      MOVE BranchCode-IL TO LookupBranchCode
      MOVE GadgetID-IL   TO LookupGadgetID
      PERFORM FindLedgerEntry
      IF FoundIdx NOT = ZERO
         ADD QtySold-IL   TO LG-QtyInvoiced(FoundIdx)
         ADD LineValue-IL TO LG-ValueInvoiced(FoundIdx)
         ADD LineVat-IL   TO LG-VatInvoiced(FoundIdx)
      END-IF
   END-IF.

LoadAppliedSales.
   OPEN INPUT AppliedSalesFile
   IF NoAppliedSalesFile
      DISPLAY "Warning - no applied-sales file: has the nightly"
              " update run?"
      SET EndOfAppliedSales TO TRUE
   ELSE
      READ AppliedSalesFile
         AT END SET EndOfAppliedSales TO TRUE
      END-READ
   END-IF
   PERFORM UNTIL EndOfAppliedSales
      IF SaleDate-SA = LedgerDateNum
         MOVE BranchCode-SA TO LookupBranchCode
         MOVE GadgetID-SA   TO LookupGadgetID
         PERFORM FindLedgerEntry
         IF FoundIdx NOT = ZERO
            IF SaleBackOrdered
               ADD QtySold-SA TO LG-QtyBackOrdered(FoundIdx)
            ELSE
               ADD QtySold-SA TO LG-QtyApplied(FoundIdx)
            END-IF
         END-IF
      END-IF
      READ AppliedSalesFile
         AT END SET EndOfAppliedSales TO TRUE
      END-READ
   END-PERFORM
   IF NOT NoAppliedSalesFile
      CLOSE AppliedSalesFile
   END-IF.

FindLedgerEntry.
*  Finds the branch/gadget entry, adding it if this is the first
*  time it has been seen; FoundIdx is zero only if the table is full.
   MOVE ZERO TO FoundIdx
   PERFORM VARYING LedgerIdx FROM 1 BY 1
           UNTIL LedgerIdx > LedgerCount OR FoundIdx NOT = ZERO
      IF LG-BranchCode(LedgerIdx) = LookupBranchCode
         AND LG-GadgetID(LedgerIdx) = LookupGadgetID
         MOVE LedgerIdx TO FoundIdx
      END-IF
   END-PERFORM
   IF FoundIdx = ZERO
      IF LedgerCount < 2000
         ADD 1 TO LedgerCount
         MOVE LedgerCount      TO FoundIdx
         MOVE LookupBranchCode TO LG-BranchCode(FoundIdx)
         MOVE LookupGadgetID   TO LG-GadgetID(FoundIdx)
         MOVE ZERO TO LG-QtyInvoiced(FoundIdx)
                      LG-ValueInvoiced(FoundIdx)
                      LG-VatInvoiced(FoundIdx)
                      LG-QtyApplied(FoundIdx)
                      LG-QtyBackOrdered(FoundIdx)
      ELSE
         ADD 1 TO EntriesDropped
      END-IF
   END-IF.

SortByBranchAndGadget.
*  Bubble sort, as the shortfall sort in Listing7-5 - the table is
*  small.
   PERFORM VARYING SubscriptA FROM 1 BY 1 UNTIL SubscriptA >= LedgerCount
      PERFORM VARYING SubscriptB FROM 1 BY 1
              UNTIL SubscriptB > LedgerCount - SubscriptA
         IF LG-BranchCode(SubscriptB) > LG-BranchCode(SubscriptB + 1)
            OR (LG-BranchCode(SubscriptB) = LG-BranchCode(SubscriptB + 1)
                AND LG-GadgetID(SubscriptB) > LG-GadgetID(SubscriptB + 1))
            MOVE LedgerEntry(SubscriptB)     TO SwapLedgerEntry
            MOVE LedgerEntry(SubscriptB + 1) TO LedgerEntry(SubscriptB)
            MOVE SwapLedgerEntry             TO LedgerEntry(SubscriptB + 1)
         END-IF
      END-PERFORM
   END-PERFORM.

PrintOneBranch.
*  Leaves LedgerIdx on the first entry of the next branch.
   MOVE LG-BranchCode(LedgerIdx) TO CurrentBranchCode
   MOVE ZERO TO BranchTotals
   DISPLAY " "
   DISPLAY "Branch " CurrentBranchCode
   DISPLAY LedgerHeading
   PERFORM UNTIL LedgerIdx > LedgerCount
           OR LG-BranchCode(LedgerIdx) NOT = CurrentBranchCode
      PERFORM PrintOneLedgerLine
      ADD 1 TO LedgerIdx
   END-PERFORM
   EVALUATE CurrentBranchCode
       WHEN "B1" MOVE InvoicesIssued(1) TO PrnCount
       WHEN "B2" MOVE InvoicesIssued(2) TO PrnCount
       WHEN "B3" MOVE InvoicesIssued(3) TO PrnCount
       WHEN OTHER MOVE ZERO TO PrnCount
   END-EVALUATE
   MOVE "  Invoices issued"          TO PrnCountLabel
   DISPLAY CountLine
   MOVE "  Units invoiced"           TO PrnCountLabel
   MOVE BT-QtyInvoiced               TO PrnCount
   DISPLAY CountLine
   MOVE "  Units applied"            TO PrnCountLabel
   MOVE BT-QtyApplied                TO PrnCount
   DISPLAY CountLine
   MOVE "  Units back-ordered"       TO PrnCountLabel
   MOVE BT-QtyBackOrdered            TO PrnCount
   DISPLAY CountLine
   MOVE "  Goods value"              TO PrnTotalLabel
   MOVE BT-Value                     TO PrnTotalValue
   DISPLAY TotalLine
   MOVE "  VAT"                      TO PrnTotalLabel
   MOVE BT-Vat                       TO PrnTotalValue
   DISPLAY TotalLine
   MOVE "  Takings"                  TO PrnTotalLabel
   COMPUTE PrnTotalValue = BT-Value + BT-Vat
   DISPLAY TotalLine
   MOVE "  Gadgets out of agreement" TO PrnCountLabel
   MOVE BT-Exceptions                TO PrnCount
   DISPLAY CountLine
   ADD BT-Value      TO GT-Value
   ADD BT-Vat        TO GT-Vat
   ADD BT-Exceptions TO GT-Exceptions.

PrintOneLedgerLine.
*  A back-ordered sale was invoiced and will leave the shelf when the
*  stock arrives, so it counts as accounted for.
   COMPUTE QtyAccountedFor = LG-QtyApplied(LedgerIdx)
                           + LG-QtyBackOrdered(LedgerIdx)
   EVALUATE TRUE
       WHEN LG-QtyInvoiced(LedgerIdx) > QtyAccountedFor
            MOVE "MISSING" TO PrnFlag
            ADD 1 TO BT-Exceptions
       WHEN LG-QtyInvoiced(LedgerIdx) < QtyAccountedFor
            MOVE "PHANTOM" TO PrnFlag
            ADD 1 TO BT-Exceptions
       WHEN OTHER
            MOVE SPACES TO PrnFlag
   END-EVALUATE
   MOVE LG-GadgetID(LedgerIdx)       TO PrnGadgetID
   MOVE LG-QtyInvoiced(LedgerIdx)    TO PrnQtyInvoiced
   MOVE LG-QtyApplied(LedgerIdx)     TO PrnQtyApplied
   MOVE LG-QtyBackOrdered(LedgerIdx) TO PrnQtyBackOrdered
   MOVE LG-ValueInvoiced(LedgerIdx)  TO PrnValue
   DISPLAY LedgerLine
   ADD LG-QtyInvoiced(LedgerIdx)    TO BT-QtyInvoiced
   ADD LG-QtyApplied(LedgerIdx)     TO BT-QtyApplied
   ADD LG-QtyBackOrdered(LedgerIdx) TO BT-QtyBackOrdered
   ADD LG-ValueInvoiced(LedgerIdx)  TO BT-Value
   ADD LG-VatInvoiced(LedgerIdx)    TO BT-Vat.
