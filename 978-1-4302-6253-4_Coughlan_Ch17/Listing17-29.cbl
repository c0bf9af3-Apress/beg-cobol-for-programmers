IDENTIFICATION DIVISION.
PROGRAM-ID.  Listing17-29.
AUTHOR.  Michael Coughlan.
* Film lending - acquisition recommendations and purchase orders.
* Takes the guesswork out of buying copies.  As at a keyed date the
* run looks at every title on the FilmFile and recommends extra
* copies where:
*   - the reservation queue (Listing17-21) is longer than the copies
*     in circulation - one copy for every reservation over; or
*   - the loans completed per copy in circulation over the last
*     three months (the rental history, Listing17-22) are above the
*     keyed level - enough copies to bring it back to that level.
* Copies already on order and not yet received count towards the
* copies in circulation, so an order is not raised twice.  Withdrawn
* copies (lost or damaged) do not count.
* Each title's distributor and copy price come from the supply file
* (one record per FilmId, kept alongside the rate file); the
* recommendation list shows each line's cost and totals the
* recommended spend.  Titles with no supply record are listed so the
* buyer can find a source, but are left out of the spend and the
* orders.
* When the buyer approves the list, one purchase order per
* distributor is printed and its lines appended to the purchase
* order file under a number taken from the seed file.  The receipt
* run (Listing17-30) adds the copies to the FilmFile as they arrive.
* The buyer signs on through the shared SignOnOperator service:
* raising orders needs permission level 2.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT FilmFile ASSIGN TO "Listing17-7Films.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FilmKey-FF
        ALTERNATE RECORD KEY IS FilmTitle-FF
                     WITH DUPLICATES
        ALTERNATE RECORD KEY IS DirectorId-FF
                     WITH DUPLICATES
        ALTERNATE RECORD KEY IS Genre-FF
                     WITH DUPLICATES
        FILE STATUS IS FilmStatus.

    SELECT ReservationFile ASSIGN TO "Listing17-21Resv.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ReservationStatus.

    SELECT RentalHistoryFile ASSIGN TO "Listing17-22Hist.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RentalHistoryStatus.

*   One record per FilmId: who supplies the title and at what price
*   a copy.
    SELECT SupplyFile ASSIGN TO "Listing17-29Supply.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SupplyStatus.

    SELECT DistributorFile ASSIGN TO "Listing17-29Dist.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS DistributorStatus.

    SELECT PurchaseOrderFile ASSIGN TO "Listing17-29Orders.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OrderStatus.

    SELECT OrderSeedFile ASSIGN TO "Listing17-29Seq.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SeedStatus.

DATA DIVISION.
FILE SECTION.
FD FilmFile.
01 FilmRec-FF.
   88 EndOfFilms             VALUE HIGH-VALUES.
   02 FilmKey-FF.
      03 FilmId-FF           PIC 9(7).
      03 CopyNum-FF          PIC 99.
   02 FilmTitle-FF           PIC X(40).
   02 DirectorId-FF          PIC 9(3).
   02 Genre-FF               PIC X(10).
   02 ReleaseYear-FF         PIC 9(4).
   02 CopyState-FF           PIC X.
      88 CopyInCirculation   VALUE SPACE.
      88 CopyWithdrawn       VALUE "L", "D".
   02 WithdrawnDate-FF       PIC 9(8).

FD ReservationFile.
01 ReservationRec.
   88 EndOfReservationFile   VALUE HIGH-VALUES.
   02 FilmId-RV              PIC 9(7).
   02 BorrowerId-RV          PIC 9(5).
   02 DateTaken-RV           PIC 9(8).

FD RentalHistoryFile.
01 RentalHistoryRec.
   88 EndOfHistoryFile       VALUE HIGH-VALUES.
   02 FilmId-RH              PIC 9(7).
   02 CopyNum-RH             PIC 99.
   02 BorrowerId-RH          PIC 9(5).
   02 DateOut-RH             PIC 9(8).
   02 DateIn-RH              PIC 9(8).

FD SupplyFile.
01 SupplyRec.
   88 EndOfSupplyFile        VALUE HIGH-VALUES.
   02 FilmId-SU              PIC 9(7).
   02 DistributorId-SU       PIC X(6).
   02 UnitCost-SU            PIC 9(3)V99.

FD DistributorFile.
01 DistributorRec.
   88 EndOfDistributorFile   VALUE HIGH-VALUES.
   02 DistributorId-DS       PIC X(6).
   02 DistributorName-DS     PIC X(30).
   02 DistributorPhone-DS    PIC X(12).

FD PurchaseOrderFile.
01 PurchaseOrderRec.
   88 EndOfOrderFile         VALUE HIGH-VALUES.
   02 PONumber-PO            PIC 9(6).
   02 DistributorId-PO       PIC X(6).
   02 FilmId-PO              PIC 9(7).
   02 QtyOrdered-PO          PIC 9(3).
   02 UnitCost-PO            PIC 9(3)V99.
   02 OrderDate-PO           PIC 9(8).
   02 QtyReceived-PO         PIC 9(3).

FD OrderSeedFile.
01 OrderSeedRec.
   02 LastPONumber           PIC 9(6).

WORKING-STORAGE SECTION.
01 FilmStatus               PIC XX.
   88 FilmFound             VALUE "00".
   88 NoFilmFile            VALUE "35".
01 ReservationStatus        PIC XX.
   88 NoReservationFile     VALUE "35".
01 RentalHistoryStatus      PIC XX.
   88 NoHistoryFile         VALUE "35".
01 SupplyStatus             PIC XX.
   88 NoSupplyFile          VALUE "35".
01 DistributorStatus        PIC XX.
   88 NoDistributorFile     VALUE "35".
01 OrderStatus              PIC XX.
   88 NoOrderFileYet        VALUE "35".
01 SeedStatus               PIC XX.
   88 NoSeedYet             VALUE "35".

01 OperatorId               PIC X(4).
01 SignOnProgramName        PIC X(12) VALUE "Listing17-29".
01 OperatorPermission       PIC 9.
   88 UpdatesAllowed        VALUE 2, 3.
01 LogActionName            PIC X(8).

*  One entry per title on the FilmFile, in FilmId order.
01 TitleTable.
   02 TitleEntry OCCURS 1000 TIMES.
      03 TT-FilmId          PIC 9(7).
      03 TT-FilmTitle       PIC X(40).
      03 TT-Copies          PIC 9(3).
      03 TT-Queue           PIC 9(3).
      03 TT-RecentLoans     PIC 9(4).
      03 TT-OnOrder         PIC 9(3).

01 TitleCount               PIC 9(4) VALUE ZERO.
01 TitleIdx                 PIC 9(4).
01 FoundIdx                 PIC 9(4).
01 SoughtFilmId             PIC 9(7).

01 SupplyTable.
   02 SupplyEntry OCCURS 1000 TIMES.
      03 SP-FilmId          PIC 9(7).
      03 SP-DistributorId   PIC X(6).
      03 SP-UnitCost        PIC 9(3)V99.

01 SupplyCount              PIC 9(4) VALUE ZERO.
01 SupplyIdx                PIC 9(4).

01 DistributorTable.
   02 DistributorEntry OCCURS 100 TIMES.
      03 DS-DistributorId   PIC X(6).
      03 DS-DistributorName PIC X(30).
      03 DS-DistributorPhone PIC X(12).

01 DistributorCount         PIC 9(3) VALUE ZERO.
01 DistributorIdx           PIC 9(3).

*  The recommendations - copies to buy per title.
01 RecommendTable.
   02 RecommendEntry OCCURS 500 TIMES.
      03 RC-DistributorId   PIC X(6).
      03 RC-FilmId          PIC 9(7).
      03 RC-FilmTitle       PIC X(40).
      03 RC-Quantity        PIC 9(3).
      03 RC-UnitCost        PIC 9(3)V99.

01 RecommendCount           PIC 9(3) VALUE ZERO.
01 RecommendIdx             PIC 9(3).
01 SubscriptA               PIC 9(3).
01 SubscriptB               PIC 9(3).
01 SwapRecommendEntry       PIC X(61).

01 AsAtDate.
   02 AsAtYear              PIC 9(4).
   02 AsAtMonth             PIC 99.
   02 AsAtDay               PIC 99.
01 WindowStartDate.
   02 WindowYear            PIC 9(4).
   02 WindowMonth           PIC 99.
   02 WindowDay             PIC 99.

01 EnteredLoanLevel         PIC X(2).
01 LoanLevel REDEFINES EnteredLoanLevel
                            PIC 99.

01 ByQueue                  PIC S9(4).
01 ByDemand                 PIC S9(4).
01 CopiesForDemand          PIC 9(4).
01 CopiesToBuy              PIC S9(4).
01 ReasonText               PIC X(6).
01 LineCost                 PIC 9(5)V99.
01 RecommendedSpend         PIC 9(7)V99 VALUE ZERO.
01 CopiesRecommended        PIC 9(5) VALUE ZERO.
01 TitlesUnsupplied         PIC 9(4) VALUE ZERO.

01 ApprovalReply            PIC X.
   88 ListApproved          VALUE "Y", "y".

01 TodaysDate               PIC 9(8).
01 NextPONumber             PIC 9(6).
01 CurrentDistributorId     PIC X(6).
01 OrderTotal               PIC 9(7)V99.
01 OrdersRaised             PIC 9(3) VALUE ZERO.

01 PrnCount                 PIC ZZZZ9.
01 PrnMoney                 PIC Z,ZZZ,ZZ9.99.

01 RecommendHeading.
   02 FILLER                PIC X(36)
      VALUE "FilmId   Title                     ".
   02 FILLER                PIC X(39)
      VALUE "Cps Resv Loans Ordr  Buy Reason Dist   ".
   02 FILLER                PIC X(9) VALUE "     Cost".

01 RecommendLine.
   02 PrnFilmId             PIC 9(7).
   02 FILLER                PIC X(2) VALUE SPACES.
   02 PrnFilmTitle          PIC X(25).
   02 FILLER                PIC X(2) VALUE SPACES.
   02 PrnCopies             PIC ZZ9.
   02 FILLER                PIC X(2) VALUE SPACES.
   02 PrnQueue              PIC ZZ9.
   02 FILLER                PIC X(2) VALUE SPACES.
   02 PrnRecentLoans        PIC ZZZ9.
   02 FILLER                PIC X(2) VALUE SPACES.
   02 PrnOnOrder            PIC ZZ9.
   02 FILLER                PIC X(2) VALUE SPACES.
   02 PrnToBuy              PIC ZZ9.
   02 FILLER                PIC X VALUE SPACE.
   02 PrnReason             PIC X(6).
   02 FILLER                PIC X VALUE SPACE.
   02 PrnDistributorId      PIC X(6).
   02 FILLER                PIC X VALUE SPACE.
   02 PrnLineCost           PIC ZZ,ZZ9.99.

01 OrderLine.
   02 PrnOrderFilmId        PIC 9(7).
   02 FILLER                PIC X(2) VALUE SPACES.
   02 PrnOrderTitle         PIC X(40).
   02 FILLER                PIC X(2) VALUE SPACES.
   02 PrnOrderQty           PIC ZZ9.
   02 FILLER                PIC X(3) VALUE " @ ".
   02 PrnOrderUnitCost      PIC ZZ9.99.
   02 FILLER                PIC X(2) VALUE SPACES.
   02 PrnOrderLineCost      PIC ZZ,ZZ9.99.

PROCEDURE DIVISION.
Begin.
    DISPLAY "Film acquisition recommendations"
    CALL "SignOnOperator" USING SignOnProgramName, OperatorId,
                                OperatorPermission
    IF NOT UpdatesAllowed
       DISPLAY "Raising purchase orders needs permission level 2."
       STOP RUN
    END-IF
    MOVE FUNCTION CURRENT-DATE(1:8) TO TodaysDate
    PERFORM GetRunParameters
    OPEN INPUT FilmFile
    IF NoFilmFile
       DISPLAY "No film file - nothing to assess."
       STOP RUN
    END-IF
    PERFORM LoadTitleTable
    CLOSE FilmFile
    PERFORM CountReservationQueues
    PERFORM CountRecentLoans
    PERFORM CountCopiesOnOrder
    PERFORM LoadSupplyTable
    PERFORM LoadDistributorTable
    PERFORM PrintRecommendations
    IF RecommendCount = ZERO
       DISPLAY "No orders to raise."
       STOP RUN
    END-IF
    DISPLAY "Approve the list and raise the purchase orders (Y/N) - "
            WITH NO ADVANCING
    ACCEPT ApprovalReply
    IF ListApproved
       PERFORM RaisePurchaseOrders
    ELSE
       DISPLAY "List not approved - no orders raised."
    END-IF
    STOP RUN.

GetRunParameters.
    DISPLAY "As-at date (YYYYMMDD) - " WITH NO ADVANCING
    ACCEPT AsAtDate
    PERFORM UNTIL AsAtDate IS NUMERIC
       DISPLAY "The as-at date must be 8 digits - " WITH NO ADVANCING
       ACCEPT AsAtDate
    END-PERFORM
    MOVE ZERO TO LoanLevel
    PERFORM UNTIL LoanLevel IS NUMERIC AND LoanLevel > ZERO
       DISPLAY "Loans per copy over three months to buy at (01-99) - "
               WITH NO ADVANCING
       ACCEPT EnteredLoanLevel
    END-PERFORM
*   The three-month window runs from the same day three months
*   before the as-at date.
    MOVE AsAtDate TO WindowStartDate
    IF AsAtMonth > 3
       SUBTRACT 3 FROM WindowMonth
    ELSE
       ADD 9 TO WindowMonth
       SUBTRACT 1 FROM WindowYear
    END-IF.

LoadTitleTable.
*   Copies of a title run together in key order, so each change of
*   FilmId starts a new title.
    MOVE ZEROS TO FilmKey-FF
    START FilmFile KEY IS NOT LESS THAN FilmKey-FF
       INVALID KEY SET EndOfFilms TO TRUE
    END-START
    IF NOT EndOfFilms
       READ FilmFile NEXT RECORD
          AT END SET EndOfFilms TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfFilms
       IF TitleCount = ZERO OR FilmId-FF NOT = TT-FilmId(TitleCount)
          IF TitleCount NOT LESS THAN 1000
             DISPLAY "More than 1000 titles - the table must be "
                     "enlarged before this run."
             STOP RUN
          END-IF
          ADD 1 TO TitleCount
          MOVE FilmId-FF    TO TT-FilmId(TitleCount)
          MOVE FilmTitle-FF TO TT-FilmTitle(TitleCount)
          MOVE ZERO TO TT-Copies(TitleCount), TT-Queue(TitleCount),
                       TT-RecentLoans(TitleCount),
                       TT-OnOrder(TitleCount)
       END-IF
       IF CopyInCirculation
          ADD 1 TO TT-Copies(TitleCount)
       END-IF
       READ FilmFile NEXT RECORD
          AT END SET EndOfFilms TO TRUE
       END-READ
    END-PERFORM.

FindTitle.
    MOVE ZERO TO FoundIdx
    PERFORM VARYING TitleIdx FROM 1 BY 1
            UNTIL TitleIdx > TitleCount OR FoundIdx NOT = ZERO
       IF TT-FilmId(TitleIdx) = SoughtFilmId
          MOVE TitleIdx TO FoundIdx
       END-IF
    END-PERFORM.

CountReservationQueues.
*   The reservation file holds only live reservations.
    OPEN INPUT ReservationFile
    IF NoReservationFile
       EXIT PARAGRAPH
    END-IF
    READ ReservationFile
       AT END SET EndOfReservationFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfReservationFile
       MOVE FilmId-RV TO SoughtFilmId
       PERFORM FindTitle
       IF FoundIdx NOT = ZERO
          ADD 1 TO TT-Queue(FoundIdx)
       END-IF
       READ ReservationFile
          AT END SET EndOfReservationFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE ReservationFile.

CountRecentLoans.
    OPEN INPUT RentalHistoryFile
    IF NoHistoryFile
       EXIT PARAGRAPH
    END-IF
    READ RentalHistoryFile
       AT END SET EndOfHistoryFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfHistoryFile
       IF DateIn-RH > WindowStartDate AND DateIn-RH NOT > AsAtDate
          MOVE FilmId-RH TO SoughtFilmId
          PERFORM FindTitle
          IF FoundIdx NOT = ZERO
             ADD 1 TO TT-RecentLoans(FoundIdx)
          END-IF
       END-IF
       READ RentalHistoryFile
          AT END SET EndOfHistoryFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE RentalHistoryFile.

CountCopiesOnOrder.
    OPEN INPUT PurchaseOrderFile
    IF NoOrderFileYet
       EXIT PARAGRAPH
    END-IF
    READ PurchaseOrderFile
       AT END SET EndOfOrderFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfOrderFile
       IF QtyReceived-PO < QtyOrdered-PO
          MOVE FilmId-PO TO SoughtFilmId
          PERFORM FindTitle
          IF FoundIdx NOT = ZERO
             COMPUTE TT-OnOrder(FoundIdx) = TT-OnOrder(FoundIdx)
                     + QtyOrdered-PO - QtyReceived-PO
          END-IF
       END-IF
       READ PurchaseOrderFile
          AT END SET EndOfOrderFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE PurchaseOrderFile.

LoadSupplyTable.
    OPEN INPUT SupplyFile
    IF NoSupplyFile
       DISPLAY "Warning - no supply file: no title has a distributor."
       EXIT PARAGRAPH
    END-IF
    READ SupplyFile
       AT END SET EndOfSupplyFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfSupplyFile
       IF SupplyCount NOT LESS THAN 1000
          DISPLAY "More than 1000 supply records - the table must be "
                  "enlarged before this run."
          STOP RUN
       END-IF
       ADD 1 TO SupplyCount
       MOVE FilmId-SU        TO SP-FilmId(SupplyCount)
       MOVE DistributorId-SU TO SP-DistributorId(SupplyCount)
       MOVE UnitCost-SU      TO SP-UnitCost(SupplyCount)
       READ SupplyFile
          AT END SET EndOfSupplyFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE SupplyFile.

LoadDistributorTable.
    OPEN INPUT DistributorFile
    IF NoDistributorFile
       EXIT PARAGRAPH
    END-IF
    READ DistributorFile
       AT END SET EndOfDistributorFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfDistributorFile
       IF DistributorCount NOT LESS THAN 100
          DISPLAY "More than 100 distributors - the table must be "
                  "enlarged before this run."
          STOP RUN
       END-IF
       ADD 1 TO DistributorCount
       MOVE DistributorId-DS
            TO DS-DistributorId(DistributorCount)
       MOVE DistributorName-DS
            TO DS-DistributorName(DistributorCount)
       MOVE DistributorPhone-DS
            TO DS-DistributorPhone(DistributorCount)
       READ DistributorFile
          AT END SET EndOfDistributorFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE DistributorFile.

PrintRecommendations.
    DISPLAY " "
    DISPLAY "***** ACQUISITION RECOMMENDATIONS AS AT " AsAtDate
            " *****"
    DISPLAY "Loans per copy level " LoanLevel
            " over the loans completed since " WindowStartDate
    DISPLAY RecommendHeading
    PERFORM VARYING TitleIdx FROM 1 BY 1 UNTIL TitleIdx > TitleCount
       PERFORM AssessOneTitle
    END-PERFORM
    DISPLAY " "
    MOVE CopiesRecommended TO PrnCount
    MOVE RecommendedSpend  TO PrnMoney
    DISPLAY "Copies recommended - " PrnCount
            "   recommended spend - " PrnMoney
    IF TitlesUnsupplied NOT = ZERO
       MOVE TitlesUnsupplied TO PrnCount
       DISPLAY "Titles with no supplier (not costed or ordered) - "
               PrnCount
    END-IF.

AssessOneTitle.
*   One copy for every reservation over the copies in hand, or
*   enough copies to bring the loans per copy down to the level,
*   whichever is more, less whatever is already on order.
    COMPUTE ByQueue = TT-Queue(TitleIdx) - TT-Copies(TitleIdx)
                    - TT-OnOrder(TitleIdx)
    COMPUTE CopiesForDemand =
            (TT-RecentLoans(TitleIdx) + LoanLevel - 1) / LoanLevel
    COMPUTE ByDemand = CopiesForDemand - TT-Copies(TitleIdx)
                     - TT-OnOrder(TitleIdx)
    IF ByQueue NOT LESS THAN ByDemand
       MOVE ByQueue  TO CopiesToBuy
       MOVE "QUEUE"  TO ReasonText
    ELSE
       MOVE ByDemand TO CopiesToBuy
       MOVE "DEMAND" TO ReasonText
    END-IF
    IF CopiesToBuy NOT > ZERO
       EXIT PARAGRAPH
    END-IF
    MOVE ZERO TO FoundIdx
    PERFORM VARYING SupplyIdx FROM 1 BY 1
            UNTIL SupplyIdx > SupplyCount OR FoundIdx NOT = ZERO
       IF SP-FilmId(SupplyIdx) = TT-FilmId(TitleIdx)
          MOVE SupplyIdx TO FoundIdx
       END-IF
    END-PERFORM
    MOVE TT-FilmId(TitleIdx)      TO PrnFilmId
    MOVE TT-FilmTitle(TitleIdx)   TO PrnFilmTitle
    MOVE TT-Copies(TitleIdx)      TO PrnCopies
    MOVE TT-Queue(TitleIdx)       TO PrnQueue
    MOVE TT-RecentLoans(TitleIdx) TO PrnRecentLoans
    MOVE TT-OnOrder(TitleIdx)     TO PrnOnOrder
    MOVE CopiesToBuy              TO PrnToBuy
    MOVE ReasonText               TO PrnReason
    ADD CopiesToBuy TO CopiesRecommended
    IF FoundIdx = ZERO
       ADD 1 TO TitlesUnsupplied
       MOVE "NOSUPP" TO PrnDistributorId
       MOVE ZERO     TO PrnLineCost
       DISPLAY RecommendLine
       EXIT PARAGRAPH
    END-IF
    COMPUTE LineCost = CopiesToBuy * SP-UnitCost(FoundIdx)
    ADD LineCost TO RecommendedSpend
    MOVE SP-DistributorId(FoundIdx) TO PrnDistributorId
    MOVE LineCost                   TO PrnLineCost
    DISPLAY RecommendLine
    IF RecommendCount NOT LESS THAN 500
       DISPLAY "More than 500 recommendations - the table must be "
               "enlarged before this run."
       STOP RUN
    END-IF
    ADD 1 TO RecommendCount
    MOVE SP-DistributorId(FoundIdx)
         TO RC-DistributorId(RecommendCount)
    MOVE TT-FilmId(TitleIdx)    TO RC-FilmId(RecommendCount)
    MOVE TT-FilmTitle(TitleIdx) TO RC-FilmTitle(RecommendCount)
    MOVE CopiesToBuy            TO RC-Quantity(RecommendCount)
    MOVE SP-UnitCost(FoundIdx)  TO RC-UnitCost(RecommendCount).

RaisePurchaseOrders.
    PERFORM SortRecommendationsByDistributor
    PERFORM GetNextPONumber
    OPEN EXTEND PurchaseOrderFile
    IF NoOrderFileYet
       OPEN OUTPUT PurchaseOrderFile
    END-IF
    MOVE HIGH-VALUES TO CurrentDistributorId
    PERFORM VARYING RecommendIdx FROM 1 BY 1
            UNTIL RecommendIdx > RecommendCount
       IF RC-DistributorId(RecommendIdx) NOT = CurrentDistributorId
          IF CurrentDistributorId NOT = HIGH-VALUES
             PERFORM FinishPurchaseOrder
          END-IF
          PERFORM StartPurchaseOrder
       END-IF
       PERFORM WriteOrderLine
    END-PERFORM
    PERFORM FinishPurchaseOrder
    CLOSE PurchaseOrderFile
    PERFORM SaveNextPONumber
    DISPLAY " "
    MOVE OrdersRaised TO PrnCount
    DISPLAY "Purchase orders raised - " PrnCount.

SortRecommendationsByDistributor.
* Bubble sort on distributor then FilmId - the table is small.
    PERFORM VARYING SubscriptA FROM 1 BY 1
            UNTIL SubscriptA >= RecommendCount
       PERFORM VARYING SubscriptB FROM 1 BY 1
               UNTIL SubscriptB > RecommendCount - SubscriptA
          IF RecommendEntry(SubscriptB)(1:13)
             > RecommendEntry(SubscriptB + 1)(1:13)
             MOVE RecommendEntry(SubscriptB) TO SwapRecommendEntry
             MOVE RecommendEntry(SubscriptB + 1)
                  TO RecommendEntry(SubscriptB)
             MOVE SwapRecommendEntry
                  TO RecommendEntry(SubscriptB + 1)
          END-IF
       END-PERFORM
    END-PERFORM.

StartPurchaseOrder.
    MOVE RC-DistributorId(RecommendIdx) TO CurrentDistributorId
    ADD 1 TO NextPONumber, OrdersRaised
    MOVE ZERO TO OrderTotal
    MOVE ZERO TO FoundIdx
    PERFORM VARYING DistributorIdx FROM 1 BY 1
            UNTIL DistributorIdx > DistributorCount
               OR FoundIdx NOT = ZERO
       IF DS-DistributorId(DistributorIdx) = CurrentDistributorId
          MOVE DistributorIdx TO FoundIdx
       END-IF
    END-PERFORM
    DISPLAY " "
    DISPLAY "PURCHASE ORDER " NextPONumber "   Date " TodaysDate
    IF FoundIdx = ZERO
       DISPLAY "To distributor " CurrentDistributorId
               " (not on distributor file)"
    ELSE
       DISPLAY "To distributor " CurrentDistributorId " "
               DS-DistributorName(FoundIdx) " "
               DS-DistributorPhone(FoundIdx)
    END-IF.

WriteOrderLine.
    MOVE NextPONumber                 TO PONumber-PO
    MOVE CurrentDistributorId         TO DistributorId-PO
    MOVE RC-FilmId(RecommendIdx)      TO FilmId-PO
    MOVE RC-Quantity(RecommendIdx)    TO QtyOrdered-PO
    MOVE RC-UnitCost(RecommendIdx)    TO UnitCost-PO
    MOVE TodaysDate                   TO OrderDate-PO
    MOVE ZERO                         TO QtyReceived-PO
    WRITE PurchaseOrderRec
    COMPUTE LineCost = RC-Quantity(RecommendIdx)
                     * RC-UnitCost(RecommendIdx)
    ADD LineCost TO OrderTotal
    MOVE RC-FilmId(RecommendIdx)      TO PrnOrderFilmId
    MOVE RC-FilmTitle(RecommendIdx)   TO PrnOrderTitle
    MOVE RC-Quantity(RecommendIdx)    TO PrnOrderQty
    MOVE RC-UnitCost(RecommendIdx)    TO PrnOrderUnitCost
    MOVE LineCost                     TO PrnOrderLineCost
    DISPLAY OrderLine.

FinishPurchaseOrder.
    MOVE OrderTotal TO PrnMoney
    DISPLAY "Order total - " PrnMoney
    MOVE "RAISEPO" TO LogActionName
    CALL "LogOperatorAction" USING OperatorId,
         SignOnProgramName, LogActionName.

GetNextPONumber.
    OPEN INPUT OrderSeedFile
    IF NoSeedYet
       MOVE ZERO TO LastPONumber
    ELSE
       READ OrderSeedFile
          AT END MOVE ZERO TO LastPONumber
       END-READ
       CLOSE OrderSeedFile
    END-IF
    MOVE LastPONumber TO NextPONumber.

SaveNextPONumber.
    OPEN OUTPUT OrderSeedFile
    MOVE NextPONumber TO LastPONumber
    WRITE OrderSeedRec
    CLOSE OrderSeedFile.
