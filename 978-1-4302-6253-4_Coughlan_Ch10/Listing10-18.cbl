* dynamic-ASSIGN technique Listing8-4 uses.  The reorder file carries
* the 6-digit base GadgetID (no check digit), so the archive key's
* low-order check digit is stripped before matching.
* The buyer may also choose to size each point to the supplier's
* measured lead time: the supplier delivery scorecard (Listing10-29)
* writes each supplier's average PO-to-receipt days to the lead-time
* file, and when that is used the proposed point covers the supplier's
* lead days plus the keyed cover days as safety stock.  Gadgets whose
* supplier has no measured lead time fall back to the cover target
* alone, and the report shows the lead days used for each gadget.
* A gadget discontinued or made obsolete (Listing10-39) as at the
* last archive day read is being sold down and will not be reordered,
* so no point is proposed for it: it is reported as SELL-DOWN with its
* present point left as it is, and it is never added as a NEW entry.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ReorderPointStatus.

   SELECT LeadTimeFile ASSIGN TO "Listing10-29LeadTime.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS LeadTimeStatus.

DATA DIVISION.
FILE SECTION.
FD ArchiveMasterFile.
   02 Price-AM              PIC 9(4)V99.
   02 SupplierCode-AM       PIC 9(4).
   02 QtyByLocation-AM      PIC X(12).
   02 Serialised-AM         PIC X.
   02 RegularPrice-AM       PIC 9(4)V99.
   02 LifecycleStatus-AM    PIC X.

FD ReorderPointFile.
01 ReorderPointRec.
   02 GadgetID-RPF          PIC 9(6).
   02 ReorderPoint-RPF      PIC 9(4).

FD LeadTimeFile.
01 LeadTimeRec.
   88 EndOfLeadTimeFile     VALUE HIGH-VALUES.
   02 SupplierCode-LT       PIC 9(4).
   02 AvgLeadDays-LT        PIC 9(3)V9.
   02 ReceiptsMeasured-LT   PIC 9(5).
   02 AsAtMonth-LT          PIC 9(6).

WORKING-STORAGE SECTION.
01 ArchiveMasterStatus     PIC XX.
   88 NoArchiveForDate     VALUE "35".
01 ReorderPointStatus      PIC XX.
   88 NoReorderFileYet     VALUE "35".

01 LeadTimeStatus          PIC XX.
   88 NoLeadTimeFileYet    VALUE "35".

01 LeadTimeTable.
   02 LeadTimeEntry OCCURS 200 TIMES
              ASCENDING KEY IS LT-SupplierCode
              INDEXED BY LTIdx.
      03 LT-SupplierCode    PIC 9(4).
      03 LT-AvgLeadDays     PIC 9(3)V9.
      03 LT-ReceiptsMeasured PIC 9(5).
      03 LT-AsAtMonth       PIC 9(6).

01 LeadTimeCount           PIC 9(3) VALUE ZERO.
01 LeadTimeReply           PIC X.
   88 UseSupplierLeadTimes VALUE "Y", "y".

01 ArchiveMasterFileName   PIC X(40).

01 FromDate                PIC 9(8).
      03 RV-OldPoint        PIC 9(4).
      03 RV-NewPoint        PIC 9(4).
      03 RV-AbsChange       PIC 9(4).
      03 RV-SupplierCode    PIC 9(4).
      03 RV-LeadDays        PIC 9(3)V9.
      03 RV-EntryFlags.
         04 RV-OnReorderFlag PIC X.
            88 RV-OnReorderFile VALUE "y".
         04 RV-MeasuredFlag  PIC X.
            88 RV-Measured      VALUE "y".
         04 RV-LifecycleFlag PIC X.
            88 RV-SellingDown   VALUE "D", "O".

01 ReviewCount             PIC 9(4) VALUE ZERO.
01 ReviewIdx               PIC 9(4).

01 SubscriptA              PIC 9(4).
01 SubscriptB              PIC 9(4).
01 SwapReviewEntry         PIC X(75).

01 BaseGadgetID            PIC 9(6).
01 AvgDailyMovement        PIC 9(5)V99.
01 RecordsRewritten        PIC 9(4) VALUE ZERO.
01 PrnRewritten            PIC ZZZ9.

01 ReviewHeading.
   02 FILLER               PIC X(50) VALUE
      "GadgetID  Gadget Name                      Avg/Day".
   02 FILLER               PIC X(38) VALUE
      "   Old RP   New RP  Note       Lead".

01 ReviewLine.
   02 PrnBaseGadgetID      PIC 9(6).
   02 PrnNewPoint          PIC ZZZ9.
   02 FILLER               PIC X(2)  VALUE SPACES.
   02 PrnReviewNote        PIC X(9).
   02 FILLER               PIC X(2)  VALUE SPACES.
   02 PrnLeadDays          PIC ZZ9.9.
   02 PrnNoLeadDays REDEFINES PrnLeadDays
                           PIC X(5).

PROCEDURE DIVISION.
Begin.
   DISPLAY "Analyse to date   (YYYYMMDD) - " WITH NO ADVANCING
   ACCEPT ToDate
   PERFORM GetValidCoverDays
   DISPLAY "Size points to measured supplier lead times (Y/N)? "
           WITH NO ADVANCING
   ACCEPT LeadTimeReply
   IF UseSupplierLeadTimes
      PERFORM LoadLeadTimeTable
   END-IF
   COMPUTE CurrentDateInt = FUNCTION INTEGER-OF-DATE(FromDate)
   COMPUTE ToDateInt      = FUNCTION INTEGER-OF-DATE(ToDate)
   PERFORM ProcessOneArchiveDay
      END-IF
   END-PERFORM.

LoadLeadTimeTable.
   MOVE HIGH-VALUES TO LeadTimeTable
   OPEN INPUT LeadTimeFile
   IF NoLeadTimeFileYet
      DISPLAY "No supplier lead-time file - cover target used alone."
      SET EndOfLeadTimeFile TO TRUE
   ELSE
      READ LeadTimeFile
         AT END SET EndOfLeadTimeFile TO TRUE
      END-READ
   END-IF
   PERFORM VARYING LTIdx FROM 1 BY 1
           UNTIL EndOfLeadTimeFile OR LeadTimeCount = 200
      MOVE LeadTimeRec TO LeadTimeEntry(LTIdx)
      ADD 1 TO LeadTimeCount
      READ LeadTimeFile
         AT END SET EndOfLeadTimeFile TO TRUE
      END-READ
   END-PERFORM
   IF NOT NoLeadTimeFileYet
      CLOSE LeadTimeFile
   END-IF.

ProcessOneArchiveDay.
   COMPUTE CurrentDate = FUNCTION DATE-OF-INTEGER(CurrentDateInt)
   STRING "Listing10-5Master-" CurrentDate ".dat"
                 + (RV-PrevQty(ReviewIdx) - QtyInStock-AM)
      END-IF
      MOVE QtyInStock-AM TO RV-PrevQty(ReviewIdx)
      MOVE SupplierCode-AM TO RV-SupplierCode(ReviewIdx)
      MOVE LifecycleStatus-AM TO RV-LifecycleFlag(ReviewIdx)
      ADD 1 TO RV-DaysSeen(ReviewIdx)
   ELSE
      IF ReviewCount < 2000
         MOVE ZERO          TO RV-OldPoint(ReviewCount)
         MOVE ZERO          TO RV-NewPoint(ReviewCount)
         MOVE ZERO          TO RV-AbsChange(ReviewCount)
         MOVE SupplierCode-AM TO RV-SupplierCode(ReviewCount)
         MOVE ZERO          TO RV-LeadDays(ReviewCount)
         MOVE "n"           TO RV-OnReorderFlag(ReviewCount)
         MOVE "y"           TO RV-MeasuredFlag(ReviewCount)
         MOVE LifecycleStatus-AM TO RV-LifecycleFlag(ReviewCount)
      END-IF
   END-IF
   READ ArchiveMasterFile
         MOVE ReorderPoint-RPF TO RV-OldPoint(ReviewCount)
         MOVE ReorderPoint-RPF TO RV-NewPoint(ReviewCount)
         MOVE ZERO             TO RV-AbsChange(ReviewCount)
         MOVE ZERO             TO RV-SupplierCode(ReviewCount)
         MOVE ZERO             TO RV-LeadDays(ReviewCount)
         MOVE "y"              TO RV-OnReorderFlag(ReviewCount)
         MOVE "n"              TO RV-MeasuredFlag(ReviewCount)
         MOVE "A"              TO RV-LifecycleFlag(ReviewCount)
      END-IF
   END-IF
   READ ReorderPointFile
ProposeNewReorderPoints.
   PERFORM VARYING ReviewIdx FROM 1 BY 1
           UNTIL ReviewIdx > ReviewCount
      IF RV-SellingDown(ReviewIdx)
         MOVE RV-OldPoint(ReviewIdx) TO RV-NewPoint(ReviewIdx)
      ELSE
         IF RV-Measured(ReviewIdx)
            PERFORM ProposeOnePoint
         END-IF
      END-IF
   END-PERFORM.

   ELSE
      MOVE ZERO TO AvgDailyMovement
   END-IF
   MOVE ZERO TO RV-LeadDays(ReviewIdx)
   IF UseSupplierLeadTimes AND LeadTimeCount NOT = ZERO
      SEARCH ALL LeadTimeEntry
         AT END CONTINUE
         WHEN LT-SupplierCode(LTIdx) = RV-SupplierCode(ReviewIdx)
              MOVE LT-AvgLeadDays(LTIdx) TO RV-LeadDays(ReviewIdx)
      END-SEARCH
   END-IF
   COMPUTE RV-NewPoint(ReviewIdx) ROUNDED =
           AvgDailyMovement
           * (RV-LeadDays(ReviewIdx) + EnteredCoverDaysNum)
      ON SIZE ERROR MOVE 9999 TO RV-NewPoint(ReviewIdx)
   END-COMPUTE
   IF RV-NewPoint(ReviewIdx) NOT = RV-OldPoint(ReviewIdx)
   DISPLAY "***** REORDER-POINT REVIEW - BIGGEST CHANGES FIRST *****"
   DISPLAY "Period " FromDate " to " ToDate
           " - cover target " EnteredCoverDaysNum " days"
   IF UseSupplierLeadTimes
      DISPLAY "Points cover supplier lead days plus the cover target"
   END-IF
   DISPLAY "Archive days read - " ArchivesRead
   DISPLAY ReviewHeading
   PERFORM VARYING SubscriptA FROM 1 BY 1 UNTIL SubscriptA > ReviewCount
   MOVE AvgDailyMovement            TO PrnAvgDaily
   MOVE RV-OldPoint(SubscriptA)     TO PrnOldPoint
   MOVE RV-NewPoint(SubscriptA)     TO PrnNewPoint
   IF RV-LeadDays(SubscriptA) = ZERO
      MOVE SPACES                   TO PrnNoLeadDays
   ELSE
      MOVE RV-LeadDays(SubscriptA)  TO PrnLeadDays
   END-IF
   EVALUATE TRUE
       WHEN RV-SellingDown(SubscriptA)
            MOVE "SELL-DOWN" TO PrnReviewNote
       WHEN NOT RV-Measured(SubscriptA)
            MOVE "UNCHANGED" TO PrnReviewNote
       WHEN NOT RV-OnReorderFile(SubscriptA)
   OPEN OUTPUT ReorderPointFile
   PERFORM VARYING ReviewIdx FROM 1 BY 1
           UNTIL ReviewIdx > ReviewCount
      IF RV-OnReorderFile(ReviewIdx) OR NOT RV-SellingDown(ReviewIdx)
         MOVE RV-BaseGadgetID(ReviewIdx) TO GadgetID-RPF
         MOVE RV-NewPoint(ReviewIdx)     TO ReorderPoint-RPF
         WRITE ReorderPointRec
         ADD 1 TO RecordsRewritten
      END-IF
   END-PERFORM
   CLOSE ReorderPointFile.

