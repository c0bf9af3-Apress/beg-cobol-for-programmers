IDENTIFICATION DIVISION.
PROGRAM-ID.  Listing10-37.
AUTHOR. Michael Coughlan
* Promotions maintenance for the Gadget master.
* A promotion is a promotional price for a GadgetID with the date it
* starts and the date it ends, both days included.  The nightly run
* (Listing10-5) switches Price-MF to the promotional price on the
* start date and puts the regular price back on the first run after
* the end date, so nobody has to remember to key the UpdatePrice that
* ends it.  Only a level-3 supervisor may add a promotion, bring its
* end date forward or move it back, or withdraw one that has not
* started.  Two promotions for the same gadget may not overlap, and a
* promotion already over is kept for the post-promotion report
* (Listing10-38).  The promotions file is small, so it is held in a
* table for the session and written back whole after each change.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT PromotionFile ASSIGN TO "Listing10-37Promos.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS PromotionStatus.

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

01 MasterStockStatus       PIC XX.
   88 MasterStockOK        VALUE "00".

01 OperatorId              PIC X(4).
01 SignOnProgramName       PIC X(12) VALUE "Listing10-37".
01 OperatorPermission      PIC 9.
   88 SignOnFailed         VALUE 0.
   88 MaintenanceAllowed   VALUE 3.
01 LogActionName           PIC X(8).

01 MenuChoice              PIC X.
   88 ChoseList            VALUE "1".
   88 ChoseAdd             VALUE "2".
   88 ChoseChangeEnd       VALUE "3".
   88 ChoseWithdraw        VALUE "4".
   88 ChoseQuit            VALUE "0".
   88 ValidMenuChoice      VALUE "0", "1", "2", "3", "4".

*  The whole promotions file, in the order it was keyed.
01 PromotionTable.
   02 PromotionEntry OCCURS 2000 TIMES.
      03 PT-GadgetID       PIC 9(7).
      03 PT-PromoPrice     PIC 9(4)V99.
      03 PT-StartDate      PIC 9(8).
      03 PT-EndDate        PIC 9(8).
      03 PT-OperatorId     PIC X(4).
      03 PT-EntryDate      PIC 9(8).
01 PromotionCount          PIC 9(4) VALUE ZERO.
01 PromotionIdx            PIC 9(4).
01 ChosenIdx               PIC 9(4).
01 GadgetPromotions        PIC 9(4).

01 EnteredGadgetID         PIC X(7).
01 EnteredGadgetIDNum REDEFINES EnteredGadgetID
                           PIC 9(7).
01 EnteredPrice            PIC X(6).
01 EnteredPriceNum REDEFINES EnteredPrice
                           PIC 9(4)V99.
01 EnteredStartDate        PIC X(8).
01 EnteredStartDateNum REDEFINES EnteredStartDate
                           PIC 9(8).
01 EnteredEndDate          PIC X(8).
01 EnteredEndDateNum REDEFINES EnteredEndDate
                           PIC 9(8).
01 EnteredLineNum          PIC X(4).
01 EnteredLineNumNum REDEFINES EnteredLineNum
                           PIC 9(4).
01 EnteredDate             PIC X(8).
01 EnteredDateNum REDEFINES EnteredDate
                           PIC 9(8).
01 DatePrompt              PIC X(30).
01 Confirmation            PIC X.
   88 ConfirmedYes         VALUE "Y".

01 FILLER                  PIC X VALUE "n".
   88 FieldAccepted        VALUE "y".
   88 FieldRejected        VALUE "n".

01 GadgetCheckDigitResult  PIC 9.
   88 GadgetCheckDigitInvalid VALUE 1.
   88 GadgetCheckDigitValid   VALUE 0.

01 FILLER                  PIC X VALUE "n".
   88 GadgetOnMaster       VALUE "y".
   88 GadgetNotOnMaster    VALUE "n".
01 FILLER                  PIC X VALUE "n".
   88 PromotionsOverlap    VALUE "y".
   88 NoOverlap            VALUE "n".

01 TodaysDate              PIC 9(8).
01 PrnGadgetName           PIC X(30).
01 GadgetPrice             PIC 9(4)V99.
01 GadgetRegularPrice      PIC 9(4)V99.
01 PrnRegularPrice         PIC $$,$$9.99.

01 PromotionHeading        PIC X(60) VALUE
   "Line    Promo    Starts      Ends     Keyed by  on".

01 PromotionLine.
   02 PrnLineNum           PIC ZZZ9.
   02 FILLER               PIC X(2)  VALUE SPACES.
   02 PrnPromoPrice        PIC $$,$$9.99.
   02 FILLER               PIC X(2)  VALUE SPACES.
   02 PrnStartDate         PIC 9(8).
   02 FILLER               PIC X(2)  VALUE SPACES.
   02 PrnEndDate           PIC 9(8).
   02 FILLER               PIC X(3)  VALUE SPACES.
   02 PrnOperatorId        PIC X(4).
   02 FILLER               PIC X(6)  VALUE SPACES.
   02 PrnEntryDate         PIC 9(8).
   02 FILLER               PIC X(2)  VALUE SPACES.
   02 PrnPromoState        PIC X(8).

PROCEDURE DIVISION.
Begin.
   DISPLAY "Gadget promotions maintenance"
   CALL "SignOnOperator" USING SignOnProgramName, OperatorId,
                               OperatorPermission
   IF SignOnFailed
      STOP RUN
   END-IF
   IF NOT MaintenanceAllowed
      DISPLAY "Promotions maintenance needs permission level 3"
              " - refused."
      STOP RUN
   END-IF
   MOVE FUNCTION CURRENT-DATE(1:8) TO TodaysDate
   PERFORM LoadPromotions
   PERFORM DisplayMenuAndGetChoice
   PERFORM UNTIL ChoseQuit
      EVALUATE TRUE
          WHEN ChoseList             PERFORM ListGadgetPromotions
          WHEN ChoseAdd              PERFORM AddPromotion
          WHEN ChoseChangeEnd        PERFORM ChangePromotionEnd
          WHEN ChoseWithdraw         PERFORM WithdrawPromotion
      END-EVALUATE
      PERFORM DisplayMenuAndGetChoice
   END-PERFORM
   STOP RUN.

DisplayMenuAndGetChoice.
   DISPLAY " "
   DISPLAY "1. List a gadget's promotions"
   DISPLAY "2. Add a promotion"
   DISPLAY "3. Change the end date of a promotion"
   DISPLAY "4. Withdraw a promotion not yet started"
   DISPLAY "0. Quit"
   MOVE SPACE TO MenuChoice
   PERFORM UNTIL ValidMenuChoice
      DISPLAY "Enter choice - " WITH NO ADVANCING
      ACCEPT MenuChoice
   END-PERFORM.

LoadPromotions.
   OPEN INPUT PromotionFile
   IF NoPromotionFile
      SET EndOfPromotionFile TO TRUE
   ELSE
      READ PromotionFile
         AT END SET EndOfPromotionFile TO TRUE
      END-READ
   END-IF
   PERFORM UNTIL EndOfPromotionFile
      IF PromotionCount < 2000
         ADD 1 TO PromotionCount
         MOVE PromotionRec TO PromotionEntry(PromotionCount)
      ELSE
*        Writing back a part of the file would lose the rest.
         DISPLAY "More than 2000 promotions - maintenance not run."
         CLOSE PromotionFile
         STOP RUN
      END-IF
      READ PromotionFile
         AT END SET EndOfPromotionFile TO TRUE
      END-READ
   END-PERFORM
   IF NOT NoPromotionFile
      CLOSE PromotionFile
   END-IF.

SavePromotions.
*  Written back whole - the nightly run only ever reads the file.
   OPEN OUTPUT PromotionFile
   PERFORM VARYING PromotionIdx FROM 1 BY 1
           UNTIL PromotionIdx > PromotionCount
      MOVE PromotionEntry(PromotionIdx) TO PromotionRec
      WRITE PromotionRec
   END-PERFORM
   CLOSE PromotionFile
   CALL "LogOperatorAction" USING OperatorId, SignOnProgramName,
                                  LogActionName.

ListGadgetPromotions.
   PERFORM GetValidGadgetID
   PERFORM ReadGadgetMaster
   PERFORM ShowGadgetPromotions.

ShowGadgetPromotions.
*  Line numbers are positions in the table, used to pick a promotion
*  to change or withdraw.
   DISPLAY PrnGadgetName
   IF GadgetOnMaster
      IF GadgetRegularPrice NOT = ZERO
         MOVE GadgetRegularPrice TO PrnRegularPrice
         DISPLAY "On promotion now - regular price " PrnRegularPrice
      ELSE
         MOVE GadgetPrice TO PrnRegularPrice
         DISPLAY "Price now " PrnRegularPrice
      END-IF
   END-IF
   MOVE ZERO TO GadgetPromotions
   DISPLAY PromotionHeading
   PERFORM VARYING PromotionIdx FROM 1 BY 1
           UNTIL PromotionIdx > PromotionCount
      IF PT-GadgetID(PromotionIdx) = EnteredGadgetIDNum
         ADD 1 TO GadgetPromotions
         PERFORM DisplayOnePromotion
      END-IF
   END-PERFORM
   IF GadgetPromotions = ZERO
      DISPLAY "No promotions for this gadget."
   END-IF.

DisplayOnePromotion.
   MOVE PromotionIdx               TO PrnLineNum
   MOVE PT-PromoPrice(PromotionIdx) TO PrnPromoPrice
   MOVE PT-StartDate(PromotionIdx) TO PrnStartDate
   MOVE PT-EndDate(PromotionIdx)   TO PrnEndDate
   MOVE PT-OperatorId(PromotionIdx) TO PrnOperatorId
   MOVE PT-EntryDate(PromotionIdx) TO PrnEntryDate
   EVALUATE TRUE
       WHEN PT-StartDate(PromotionIdx) > TodaysDate
            MOVE "To come"  TO PrnPromoState
       WHEN PT-EndDate(PromotionIdx) < TodaysDate
            MOVE "Over"     TO PrnPromoState
       WHEN OTHER
            MOVE "Running"  TO PrnPromoState
   END-EVALUATE
   DISPLAY PromotionLine.

AddPromotion.
   IF PromotionCount = 2000
      DISPLAY "Promotions table full - refused."
      EXIT PARAGRAPH
   END-IF
   PERFORM GetValidGadgetID
   PERFORM ReadGadgetMaster
   IF GadgetNotOnMaster
      DISPLAY "GadgetID not on the stock file - refused."
      EXIT PARAGRAPH
   END-IF
   PERFORM ShowGadgetPromotions
   SET FieldRejected TO TRUE
   PERFORM UNTIL FieldAccepted
      DISPLAY "Promotional price (9999V99) - " WITH NO ADVANCING
      ACCEPT EnteredPrice
      IF EnteredPrice NOT NUMERIC OR EnteredPriceNum = ZERO
         DISPLAY "Price must be 6 digits and not zero - " EnteredPrice
      ELSE
         SET FieldAccepted TO TRUE
      END-IF
   END-PERFORM
*  A promotion can start today at the earliest - tonight's run is the
*  first that can apply it.
   MOVE "Start date (YYYYMMDD) - " TO DatePrompt
   PERFORM GetValidDate
   PERFORM UNTIL EnteredDateNum NOT < TodaysDate
      DISPLAY "Start date cannot be before today - " EnteredDate
      PERFORM GetValidDate
   END-PERFORM
   MOVE EnteredDate TO EnteredStartDate
   MOVE "End date (YYYYMMDD) - " TO DatePrompt
   PERFORM GetValidDate
   PERFORM UNTIL EnteredDateNum NOT < EnteredStartDateNum
      DISPLAY "End date cannot be before the start date - "
              EnteredDate
      PERFORM GetValidDate
   END-PERFORM
   MOVE EnteredDate TO EnteredEndDate
   MOVE ZERO TO ChosenIdx
   PERFORM CheckForOverlap
   IF PromotionsOverlap
      DISPLAY "Overlaps the promotion on line " PromotionIdx
              " - refused."
      EXIT PARAGRAPH
   END-IF
   ADD 1 TO PromotionCount
   MOVE EnteredGadgetIDNum  TO PT-GadgetID(PromotionCount)
   MOVE EnteredPriceNum     TO PT-PromoPrice(PromotionCount)
   MOVE EnteredStartDateNum TO PT-StartDate(PromotionCount)
   MOVE EnteredEndDateNum   TO PT-EndDate(PromotionCount)
   MOVE OperatorId          TO PT-OperatorId(PromotionCount)
   MOVE TodaysDate          TO PT-EntryDate(PromotionCount)
   MOVE "PROMOADD" TO LogActionName
   PERFORM SavePromotions
   DISPLAY "Promotion added - applied by the nightly run.".

ChangePromotionEnd.
*  Ending a promotion early, or running it on.  An end date before
*  today ends it at tonight's run.
   PERFORM GetValidGadgetID
   PERFORM ReadGadgetMaster
   PERFORM ShowGadgetPromotions
   PERFORM GetPromotionLine
   IF ChosenIdx = ZERO
      EXIT PARAGRAPH
   END-IF
   IF PT-EndDate(ChosenIdx) < TodaysDate
      DISPLAY "That promotion is over - refused."
      EXIT PARAGRAPH
   END-IF
   MOVE PT-StartDate(ChosenIdx) TO EnteredStartDateNum
   MOVE "New end date (YYYYMMDD) - " TO DatePrompt
   PERFORM GetValidDate
   PERFORM UNTIL EnteredDateNum NOT < EnteredStartDateNum
      DISPLAY "End date cannot be before the start date - "
              EnteredDate
      PERFORM GetValidDate
   END-PERFORM
   MOVE EnteredDate TO EnteredEndDate
   PERFORM CheckForOverlap
   IF PromotionsOverlap
      DISPLAY "Overlaps the promotion on line " PromotionIdx
              " - refused."
      EXIT PARAGRAPH
   END-IF
   MOVE EnteredEndDateNum TO PT-EndDate(ChosenIdx)
   MOVE OperatorId        TO PT-OperatorId(ChosenIdx)
   MOVE TodaysDate        TO PT-EntryDate(ChosenIdx)
   MOVE "PROMOEND" TO LogActionName
   PERFORM SavePromotions
   DISPLAY "End date changed - applied by the nightly run.".

WithdrawPromotion.
*  Only one not yet started - one already running is ended by
*  changing its end date, so its price history stays in step.
   PERFORM GetValidGadgetID
   PERFORM ReadGadgetMaster
   PERFORM ShowGadgetPromotions
   PERFORM GetPromotionLine
   IF ChosenIdx = ZERO
      EXIT PARAGRAPH
   END-IF
   IF PT-StartDate(ChosenIdx) NOT > TodaysDate
      DISPLAY "That promotion has started - change its end date"
              " instead."
      EXIT PARAGRAPH
   END-IF
   DISPLAY "Withdraw this promotion (Y/N) - " WITH NO ADVANCING
   ACCEPT Confirmation
   MOVE FUNCTION UPPER-CASE(Confirmation) TO Confirmation
   IF NOT ConfirmedYes
      DISPLAY "Not withdrawn."
      EXIT PARAGRAPH
   END-IF
   PERFORM VARYING PromotionIdx FROM ChosenIdx BY 1
           UNTIL PromotionIdx >= PromotionCount
      MOVE PromotionEntry(PromotionIdx + 1)
        TO PromotionEntry(PromotionIdx)
   END-PERFORM
   SUBTRACT 1 FROM PromotionCount
   MOVE "PROMODEL" TO LogActionName
   PERFORM SavePromotions
   DISPLAY "Promotion withdrawn.".

CheckForOverlap.
*  Another promotion for the gadget overlaps if it starts before this
*  one ends and ends after this one starts.  ChosenIdx is the one
*  being changed, which cannot overlap itself.  Leaves PromotionIdx on
*  the one overlapped.
   SET NoOverlap TO TRUE
   PERFORM VARYING PromotionIdx FROM 1 BY 1
           UNTIL PromotionIdx > PromotionCount OR PromotionsOverlap
      IF PT-GadgetID(PromotionIdx) = EnteredGadgetIDNum
         AND PromotionIdx NOT = ChosenIdx
         AND PT-StartDate(PromotionIdx) NOT > EnteredEndDateNum
         AND PT-EndDate(PromotionIdx) NOT < EnteredStartDateNum
         SET PromotionsOverlap TO TRUE
      END-IF
   END-PERFORM
   IF PromotionsOverlap
      SUBTRACT 1 FROM PromotionIdx
   END-IF.

GetPromotionLine.
*  Leaves ChosenIdx zero when the line is not one of the gadget's.
   MOVE ZERO TO ChosenIdx
   IF GadgetPromotions = ZERO
      EXIT PARAGRAPH
   END-IF
   DISPLAY "Line (4 digits) - " WITH NO ADVANCING
   ACCEPT EnteredLineNum
   IF EnteredLineNum NOT NUMERIC
      OR EnteredLineNumNum = ZERO OR EnteredLineNumNum > PromotionCount
      DISPLAY "No such line - " EnteredLineNum
      EXIT PARAGRAPH
   END-IF
   IF PT-GadgetID(EnteredLineNumNum) NOT = EnteredGadgetIDNum
      DISPLAY "Line " EnteredLineNum " is not for this gadget."
      EXIT PARAGRAPH
   END-IF
   MOVE EnteredLineNumNum TO ChosenIdx.

GetValidDate.
   SET FieldRejected TO TRUE
   PERFORM UNTIL FieldAccepted
      DISPLAY DatePrompt WITH NO ADVANCING
      ACCEPT EnteredDate
      IF EnteredDate NOT NUMERIC
         DISPLAY "Date must be 8 digits - " EnteredDate
      ELSE
         IF FUNCTION TEST-DATE-YYYYMMDD(EnteredDateNum) NOT = ZERO
            DISPLAY "Not a valid date - " EnteredDate
         ELSE
            SET FieldAccepted TO TRUE
         END-IF
      END-IF
   END-PERFORM.

ReadGadgetMaster.
   MOVE "Not on the stock file" TO PrnGadgetName
   SET GadgetNotOnMaster TO TRUE
   MOVE ZERO TO GadgetPrice, GadgetRegularPrice
   OPEN INPUT MasterStockFile
   IF MasterStockOK
      MOVE EnteredGadgetIDNum TO GadgetID-MF
      READ MasterStockFile
         INVALID KEY CONTINUE
         NOT INVALID KEY
            SET GadgetOnMaster TO TRUE
            MOVE GadgetName-MF TO PrnGadgetName
            MOVE Price-MF      TO GadgetPrice
            IF RegularPrice-MF NUMERIC
               MOVE RegularPrice-MF TO GadgetRegularPrice
            END-IF
      END-READ
      CLOSE MasterStockFile
   END-IF.

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
