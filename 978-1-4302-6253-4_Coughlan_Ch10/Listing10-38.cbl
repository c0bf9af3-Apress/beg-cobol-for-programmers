IDENTIFICATION DIVISION.
PROGRAM-ID.  Listing10-38.
AUTHOR. Michael Coughlan
* Post-promotion report.
* For every promotion on the promotions file (Listing10-37) that
* ended on or after a requested date and is now over, the units sold
* while the promotion ran are set against the units sold over the
* same number of days immediately before it started, so buyers can
* see whether the promotional price earned its keep.  Units sold are
* taken from the applied-sales file the nightly run (Listing10-5)
* appends to, by the date each sale was keyed at the counter; a sale
* back-ordered for want of stock was still a sale and is counted.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT PromotionFile ASSIGN TO "Listing10-37Promos.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS PromotionStatus.

   SELECT AppliedSalesFile ASSIGN TO "Listing10-5Sales.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS AppliedSalesStatus.

   SELECT MasterStockFile ASSIGN TO "Listing10-5Master.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS RANDOM
          RECORD KEY IS GadgetID-MF
          FILE STATUS IS MasterStockStatus.

DATA DIVISION.
FILE SECTION.
FD PromotionFile.
01 PromotionRec.
   88 EndOfPromotionFile    VALUE HIGH-VALUES.
   02 GadgetID-PM           PIC 9(7).
   02 PromoPrice-PM         PIC 9(4)V99.
   02 StartDate-PM          PIC 9(8).
   02 EndDate-PM            PIC 9(8).
   02 OperatorId-PM         PIC X(4).
   02 EntryDate-PM          PIC 9(8).

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

FD MasterStockFile.
01 MasterStockRec.
   02 GadgetID-MF           PIC 9(7).
   02 GadgetName-MF         PIC X(30).
   02 QtyInStock-MF         PIC 9(4).
   02 Price-MF              PIC 9(4)V99.
   02 SupplierCode-MF       PIC 9(4).
   02 QtyByLocation-MF      PIC X(12).
   02 Serialised-MF         PIC X.
   02 RegularPrice-MF       PIC 9(4)V99.
   02 LifecycleStatus-MF    PIC X.

WORKING-STORAGE SECTION.
01 PromotionStatus         PIC XX.
   88 NoPromotionFile      VALUE "35".

01 AppliedSalesStatus      PIC XX.
   88 NoAppliedSalesFile   VALUE "35".

01 MasterStockStatus       PIC XX.
   88 MasterStockOK        VALUE "00".

01 FILLER                  PIC X VALUE "n".
   88 MasterStockOpen      VALUE "y".

01 ReportFromDate          PIC X(8).
01 ReportFromDateNum REDEFINES ReportFromDate
                           PIC 9(8).
01 TodaysDate              PIC 9(8).

*  The promotions reported on, each with the before window worked out
*  and the units sold in both windows.
01 PromotionTable.
   02 PromotionEntry OCCURS 500 TIMES.
      03 PT-GadgetID       PIC 9(7).
      03 PT-PromoPrice     PIC 9(4)V99.
      03 PT-StartDate      PIC 9(8).
      03 PT-EndDate        PIC 9(8).
      03 PT-Days           PIC 9(4).
      03 PT-BeforeStart    PIC 9(8).
      03 PT-BeforeEnd      PIC 9(8).
      03 PT-QtyBefore      PIC 9(6).
      03 PT-QtyDuring      PIC 9(6).
01 PromotionCount          PIC 9(4) VALUE ZERO.
01 PromotionIdx            PIC 9(4).
01 PromotionsDropped       PIC 9(4) VALUE ZERO.
01 StartDateInt            PIC 9(7).

01 QtyChange               PIC S9(6).
01 PercentChange           PIC S9(5)V9.
01 GadgetsUp               PIC 9(4) VALUE ZERO.
01 GadgetsNotUp            PIC 9(4) VALUE ZERO.
01 TotalQtyBefore          PIC 9(7) VALUE ZERO.
01 TotalQtyDuring          PIC 9(7) VALUE ZERO.

01 ReportHeading1.
   02 FILLER               PIC X(39) VALUE
      "GadgetID Gadget Name                   ".
   02 FILLER               PIC X(34) VALUE
      "    Promo  Started  Ended     Days".
   02 FILLER               PIC X(35) VALUE
      "  Before  During   Change         %".

01 ReportLine.
   02 PrnGadgetID          PIC 9(7).
   02 FILLER               PIC X(2)  VALUE SPACES.
   02 PrnGadgetName        PIC X(30).
   02 PrnPromoPrice        PIC $$,$$9.99.
   02 FILLER               PIC X(2)  VALUE SPACES.
   02 PrnStartDate         PIC 9(8).
   02 FILLER               PIC X(1)  VALUE SPACES.
   02 PrnEndDate           PIC 9(8).
   02 FILLER               PIC X(2)  VALUE SPACES.
   02 PrnDays              PIC ZZZ9.
   02 FILLER               PIC X(2)  VALUE SPACES.
   02 PrnQtyBefore         PIC ZZZZZ9.
   02 FILLER               PIC X(2)  VALUE SPACES.
   02 PrnQtyDuring         PIC ZZZZZ9.
   02 FILLER               PIC X(2)  VALUE SPACES.
   02 PrnQtyChange         PIC +ZZZZZ9.
   02 FILLER               PIC X(2)  VALUE SPACES.
   02 PrnPercentChange     PIC +ZZZZ9.9.

01 CountLine.
   02 PrnCountLabel        PIC X(36).
   02 PrnCount             PIC ZZZ,ZZ9.

PROCEDURE DIVISION.
Begin.
   MOVE FUNCTION CURRENT-DATE(1:8) TO TodaysDate
   DISPLAY "Post-promotion report - promotions ended on or after"
           " (YYYYMMDD) - " WITH NO ADVANCING
   ACCEPT ReportFromDate
   IF ReportFromDate NOT NUMERIC
      DISPLAY "Date must be 8 digits - " ReportFromDate
      STOP RUN
   END-IF
   IF FUNCTION TEST-DATE-YYYYMMDD(ReportFromDateNum) NOT = ZERO
      DISPLAY "Not a valid date - " ReportFromDate
      STOP RUN
   END-IF
   PERFORM LoadEndedPromotions
   IF PromotionCount = ZERO
      DISPLAY "No promotions ended between " ReportFromDate
              " and yesterday."
      STOP RUN
   END-IF
   PERFORM AddUpSales
   OPEN INPUT MasterStockFile
   IF MasterStockOK
      SET MasterStockOpen TO TRUE
   END-IF
   DISPLAY "***** POST-PROMOTION REPORT - PROMOTIONS ENDED SINCE "
           ReportFromDate " *****"
   DISPLAY "Before = units sold in the same number of days before the"
           " promotion started"
   DISPLAY " "
   DISPLAY ReportHeading1
   PERFORM VARYING PromotionIdx FROM 1 BY 1
           UNTIL PromotionIdx > PromotionCount
      PERFORM PrintOnePromotion
   END-PERFORM
   IF MasterStockOpen
      CLOSE MasterStockFile
   END-IF
   DISPLAY " "
   MOVE "Promotions reported"             TO PrnCountLabel
   MOVE PromotionCount                    TO PrnCount
   DISPLAY CountLine
   MOVE "  Sold more while on promotion"  TO PrnCountLabel
   MOVE GadgetsUp                         TO PrnCount
   DISPLAY CountLine
   MOVE "  Sold the same or fewer"        TO PrnCountLabel
   MOVE GadgetsNotUp                      TO PrnCount
   DISPLAY CountLine
   MOVE "Units sold before - all promotions"  TO PrnCountLabel
   MOVE TotalQtyBefore                    TO PrnCount
   DISPLAY CountLine
   MOVE "Units sold during - all promotions"  TO PrnCountLabel
   MOVE TotalQtyDuring                    TO PrnCount
   DISPLAY CountLine
   IF PromotionsDropped NOT = ZERO
      MOVE "Table full - promotions left out" TO PrnCountLabel
      MOVE PromotionsDropped              TO PrnCount
      DISPLAY CountLine
   END-IF
   STOP RUN.

LoadEndedPromotions.
*  Only promotions already over - one still running has no full
*  figures yet.
   OPEN INPUT PromotionFile
   IF NoPromotionFile
      SET EndOfPromotionFile TO TRUE
   ELSE
      READ PromotionFile
         AT END SET EndOfPromotionFile TO TRUE
      END-READ
   END-IF
   PERFORM UNTIL EndOfPromotionFile
      IF EndDate-PM NOT < ReportFromDateNum
         AND EndDate-PM < TodaysDate
         IF PromotionCount < 500
            ADD 1 TO PromotionCount
            PERFORM SetUpPromotionWindows
         ELSE
            ADD 1 TO PromotionsDropped
         END-IF
      END-IF
      READ PromotionFile
         AT END SET EndOfPromotionFile TO TRUE
      END-READ
   END-PERFORM
   IF NOT NoPromotionFile
      CLOSE PromotionFile
   END-IF.

SetUpPromotionWindows.
*  The before window is the same number of days, ending the day
*  before the promotion started.
   MOVE GadgetID-PM   TO PT-GadgetID(PromotionCount)
   MOVE PromoPrice-PM TO PT-PromoPrice(PromotionCount)
   MOVE StartDate-PM  TO PT-StartDate(PromotionCount)
   MOVE EndDate-PM    TO PT-EndDate(PromotionCount)
   COMPUTE StartDateInt = FUNCTION INTEGER-OF-DATE(StartDate-PM)
   COMPUTE PT-Days(PromotionCount) =
           FUNCTION INTEGER-OF-DATE(EndDate-PM) - StartDateInt + 1
   COMPUTE PT-BeforeStart(PromotionCount) = FUNCTION DATE-OF-INTEGER
           (StartDateInt - PT-Days(PromotionCount))
   COMPUTE PT-BeforeEnd(PromotionCount) =
           FUNCTION DATE-OF-INTEGER(StartDateInt - 1)
   MOVE ZERO TO PT-QtyBefore(PromotionCount)
   MOVE ZERO TO PT-QtyDuring(PromotionCount).

AddUpSales.
*  A gadget can have more than one promotion reported, so every entry
*  is looked at for every sale.
   OPEN INPUT AppliedSalesFile
   IF NoAppliedSalesFile
      SET EndOfAppliedSales TO TRUE
   ELSE
      READ AppliedSalesFile
         AT END SET EndOfAppliedSales TO TRUE
      END-READ
   END-IF
   PERFORM UNTIL EndOfAppliedSales
      IF SaleApplied OR SaleBackOrdered
         PERFORM VARYING PromotionIdx FROM 1 BY 1
                 UNTIL PromotionIdx > PromotionCount
            IF PT-GadgetID(PromotionIdx) = GadgetID-SA
               PERFORM AddSaleToPromotion
            END-IF
         END-PERFORM
      END-IF
      READ AppliedSalesFile
         AT END SET EndOfAppliedSales TO TRUE
      END-READ
   END-PERFORM
   IF NOT NoAppliedSalesFile
      CLOSE AppliedSalesFile
   END-IF.

AddSaleToPromotion.
   EVALUATE TRUE
       WHEN SaleDate-SA NOT < PT-StartDate(PromotionIdx)
            AND SaleDate-SA NOT > PT-EndDate(PromotionIdx)
            ADD QtySold-SA TO PT-QtyDuring(PromotionIdx)
       WHEN SaleDate-SA NOT < PT-BeforeStart(PromotionIdx)
            AND SaleDate-SA NOT > PT-BeforeEnd(PromotionIdx)
            ADD QtySold-SA TO PT-QtyBefore(PromotionIdx)
   END-EVALUATE.

PrintOnePromotion.
   MOVE PT-GadgetID(PromotionIdx) TO PrnGadgetID
   MOVE "Not on the stock file"   TO PrnGadgetName
   IF MasterStockOpen
      MOVE PT-GadgetID(PromotionIdx) TO GadgetID-MF
      READ MasterStockFile
         INVALID KEY CONTINUE
         NOT INVALID KEY MOVE GadgetName-MF TO PrnGadgetName
      END-READ
   END-IF
   MOVE PT-PromoPrice(PromotionIdx) TO PrnPromoPrice
   MOVE PT-StartDate(PromotionIdx)  TO PrnStartDate
   MOVE PT-EndDate(PromotionIdx)    TO PrnEndDate
   MOVE PT-Days(PromotionIdx)       TO PrnDays
   MOVE PT-QtyBefore(PromotionIdx)  TO PrnQtyBefore
   MOVE PT-QtyDuring(PromotionIdx)  TO PrnQtyDuring
   COMPUTE QtyChange = PT-QtyDuring(PromotionIdx)
                     - PT-QtyBefore(PromotionIdx)
   MOVE QtyChange TO PrnQtyChange
   IF QtyChange > ZERO
      ADD 1 TO GadgetsUp
   ELSE
      ADD 1 TO GadgetsNotUp
   END-IF
   ADD PT-QtyBefore(PromotionIdx) TO TotalQtyBefore
   ADD PT-QtyDuring(PromotionIdx) TO TotalQtyDuring
*  No sales before the promotion leaves no percentage to show.
   IF PT-QtyBefore(PromotionIdx) = ZERO
      DISPLAY ReportLine(1:100) "      -"
   ELSE
      COMPUTE PercentChange ROUNDED =
              QtyChange * 100 / PT-QtyBefore(PromotionIdx)
         ON SIZE ERROR MOVE 99999.9 TO PercentChange
      END-COMPUTE
      MOVE PercentChange TO PrnPercentChange
      DISPLAY ReportLine
   END-IF.
