IDENTIFICATION DIVISION.
PROGRAM-ID.  Listing11-6.
AUTHOR. Michael Coughlan.
* YoreCandyShoppe branch league table and seasonality profile.
* Reads the BranchSalesHistory that Listing11-3 adds each year's
* twelve monthly figures to, and for the year keyed at the start of
* the run compares each branch's sales with the year before.  The
* branch's name, state and opening date come from the branch master
* (Listing11-5); a branch not on the master is shown under the state
* on its history record.
* Within each state the branches are ranked by year-on-year growth,
* highest first.  A branch that opened after the first of January of
* the year before - so had less than a full year's trading to compare
* against - or has no sales on the history for the year before is not
* ranked: it is listed after the ranked branches of its state and
* flagged, so a new shop is not compared unfairly against established
* ones.  Each state ends with its total for both years and its growth.
* The seasonality profile then shows, for each state, every month's
* sales in the year as an index against the state's average month
* (100 = an average month), taken from the branches open for the
* whole of the year.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT BranchSalesHistory ASSIGN TO "Listing11-3History.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS BranchHistoryKey
          FILE STATUS IS BranchHistoryStatus.

   SELECT BranchMasterFile ASSIGN TO "Listing11-5Branches.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS RANDOM
          RECORD KEY IS BranchId-BM
          FILE STATUS IS BranchMasterStatus.

   SELECT StateNameFile ASSIGN TO "StatesMaster.dat"
          ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD BranchSalesHistory.
01 BranchHistoryRec.
   88 EndOfBranchHistory    VALUE HIGH-VALUES.
   02 BranchHistoryKey.
      03 BranchId-BH        PIC 9(7).
      03 SalesYear-BH       PIC 9(4).
   02 StateNum-BH           PIC 99.
   02 MonthSales-BH         PIC 9(5)V99 OCCURS 12 TIMES.

FD BranchMasterFile.
01 BranchMasterRec.
   02 BranchId-BM           PIC 9(7).
   02 BranchName-BM         PIC X(25).
   02 StateNum-BM           PIC 99.
   02 OpenedDate-BM         PIC 9(8).

FD StateNameFile.
01 StateNameRec.
   88 EndOfStateNameFile    VALUE HIGH-VALUES.
   02 StateNum-SNF          PIC 99.
   02 StateCode-SNF         PIC XX.
   02 StateName-SNF         PIC X(14).
   02 StateCapital-SNF      PIC X(14).
   02 StatePop-SNF          PIC 9(8).

WORKING-STORAGE SECTION.
01 BranchHistoryStatus      PIC XX.
   88 NoBranchHistory       VALUE "35".

01 BranchMasterStatus       PIC XX.
   88 BranchFound           VALUE "00".
   88 NoBranchMaster        VALUE "35".

01 StateNameTable.
   02 StateName             PIC X(14) OCCURS 50 TIMES.

01 ReportYear               PIC 9(4).
01 PreviousYear             PIC 9(4).
01 FullYearFromDate         PIC 9(8).
01 ReportYearFromDate       PIC 9(8).

*  One entry per branch with sales in either year.
01 BranchTable.
   02 BranchEntry OCCURS 2000 TIMES.
      03 BT-StateNum        PIC 99.
      03 BT-Unranked        PIC X.
         88 BT-NotRanked    VALUE "Y".
      03 BT-Growth          PIC S9(5)V99.
      03 BT-BranchId        PIC 9(7).
      03 BT-BranchName      PIC X(25).
      03 BT-OpenedDate      PIC 9(8).
      03 BT-LastYearSales   PIC 9(7)V99.
      03 BT-ThisYearSales   PIC 9(7)V99.
      03 BT-LastYearFound   PIC X.
         88 BT-HasLastYear  VALUE "Y".

01 BranchCount              PIC 9(4) VALUE ZERO.
01 BranchIdx                PIC 9(4).
01 SwapBranchEntry          PIC X(69).
01 SubscriptA               PIC 9(4).
01 SubscriptB               PIC 9(4).

01 YearTotal                PIC 9(7)V99.
01 MonthIdx                 PIC 99.
01 StateIdx                 PIC 99.

*  The report year's monthly sales by state, from the branches open
*  for the whole year.
01 SeasonTable.
   02 SeasonState OCCURS 50 TIMES.
      03 SN-MonthSales      PIC 9(8)V99 OCCURS 12 TIMES.
      03 SN-YearSales       PIC 9(9)V99.
      03 SN-Branches        PIC 9(5).
01 SeasonIndex              PIC 9(4)V9.

01 StateTotals.
   02 StateLastYear         PIC 9(9)V99.
   02 StateThisYear         PIC 9(9)V99.
01 CurrentState             PIC 99.
01 RankInState              PIC 9(4).
01 GrowthPct                PIC S9(5)V99.

01 ReportHeading.
   02 FILLER                PIC X(20) VALUE SPACES.
   02 FILLER                PIC X(40)
      VALUE "YoreCandyShoppe Branch League Table".

01 ReportUnderline.
   02 FILLER                PIC X(20) VALUE SPACES.
   02 FILLER                PIC X(35) VALUE ALL "-".

01 StateHeadLine.
   02 FILLER                PIC X(8)  VALUE "State - ".
   02 PrnHeadStateNum       PIC 99.
   02 FILLER                PIC X     VALUE SPACE.
   02 PrnHeadStateName      PIC X(14).

01 LeagueHeading.
   02 FILLER                PIC X(45)
      VALUE "Rank BranchId Name".
   02 PrnHeadLastYear       PIC 9(4).
   02 FILLER                PIC X(10) VALUE SPACES.
   02 PrnHeadThisYear       PIC 9(4).
   02 FILLER                PIC X(9)  VALUE "  Growth%".

01 LeagueLine.
   02 PrnRank               PIC ZZZZ.
   02 FILLER                PIC X     VALUE SPACE.
   02 PrnBranchId           PIC 9(7).
   02 FILLER                PIC XX    VALUE SPACES.
   02 PrnBranchName         PIC X(22).
   02 PrnLastYear           PIC $$,$$$,$$9.99.
   02 FILLER                PIC X     VALUE SPACE.
   02 PrnThisYear           PIC $$,$$$,$$9.99.
   02 FILLER                PIC X     VALUE SPACE.
   02 PrnGrowth             PIC +ZZZ9.99.
   02 PrnGrowthX REDEFINES PrnGrowth
                            PIC X(8).
   02 FILLER                PIC X     VALUE SPACE.
   02 PrnFlag               PIC X(17).

01 StateTotalLine.
   02 FILLER                PIC X(14) VALUE SPACES.
   02 FILLER                PIC X(22) VALUE "State total".
   02 PrnStateLastYear      PIC $$,$$$,$$9.99.
   02 FILLER                PIC X     VALUE SPACE.
   02 PrnStateThisYear      PIC $$,$$$,$$9.99.
   02 FILLER                PIC X     VALUE SPACE.
   02 PrnStateGrowth        PIC +ZZZ9.99.

01 SeasonHeading1.
   02 FILLER                PIC X(11) VALUE "State  NOBs".
   02 FILLER                PIC X(42)
      VALUE "    Jan    Feb    Mar    Apr    May    Jun".

01 SeasonHeading2.
   02 FILLER                PIC X(11) VALUE SPACES.
   02 FILLER                PIC X(42)
      VALUE "    Jul    Aug    Sep    Oct    Nov    Dec".

01 SeasonLine1.
   02 PrnSeasonStateNum     PIC BZ9.
   02 PrnSeasonBranches     PIC BBZZ,ZZ9.
   02 PrnSeasonIndex1       PIC BZZZ9.9 OCCURS 6 TIMES.

01 SeasonLine2.
   02 FILLER                PIC X(11) VALUE SPACES.
   02 PrnSeasonIndex2       PIC BZZZ9.9 OCCURS 6 TIMES.

PROCEDURE DIVISION.
Begin.
   DISPLAY "Report year (YYYY) - " WITH NO ADVANCING
   ACCEPT ReportYear
   COMPUTE PreviousYear = ReportYear - 1
   COMPUTE FullYearFromDate = (PreviousYear * 10000) + 101
   COMPUTE ReportYearFromDate = (ReportYear * 10000) + 101
   MOVE ZEROS TO SeasonTable
   PERFORM LoadStateNameTable
   PERFORM LoadBranchTable
   PERFORM SortBranchTableByGrowth
   PERFORM PrintLeagueTable
   PERFORM PrintSeasonalityProfile
   STOP RUN.

LoadStateNameTable.
   MOVE SPACES TO StateNameTable
   OPEN INPUT StateNameFile
   READ StateNameFile
      AT END SET EndOfStateNameFile TO TRUE
   END-READ
   PERFORM UNTIL EndOfStateNameFile
      MOVE StateName-SNF TO StateName(StateNum-SNF)
      READ StateNameFile
         AT END SET EndOfStateNameFile TO TRUE
      END-READ
   END-PERFORM
   CLOSE StateNameFile.

LoadBranchTable.
*  The history is in BranchId order, so a branch's years arrive
*  together and its entry is always the last one added.
   OPEN INPUT BranchSalesHistory
   IF NoBranchHistory
      DISPLAY "No branch sales history file found."
      STOP RUN
   END-IF
   OPEN INPUT BranchMasterFile
   READ BranchSalesHistory
      AT END SET EndOfBranchHistory TO TRUE
   END-READ
   PERFORM UNTIL EndOfBranchHistory
      IF SalesYear-BH = ReportYear OR SalesYear-BH = PreviousYear
         IF BranchCount = ZERO
            OR BT-BranchId(BranchCount) NOT = BranchId-BH
            PERFORM AddBranchEntry
         END-IF
         MOVE ZEROS TO YearTotal
         PERFORM VARYING MonthIdx FROM 1 BY 1 UNTIL MonthIdx > 12
            ADD MonthSales-BH(MonthIdx) TO YearTotal
         END-PERFORM
         IF SalesYear-BH = ReportYear
            MOVE YearTotal TO BT-ThisYearSales(BranchCount)
            PERFORM AddToSeasonTable
         ELSE
            MOVE YearTotal TO BT-LastYearSales(BranchCount)
            MOVE "Y" TO BT-LastYearFound(BranchCount)
         END-IF
      END-IF
      READ BranchSalesHistory
         AT END SET EndOfBranchHistory TO TRUE
      END-READ
   END-PERFORM
   CLOSE BranchSalesHistory
   IF NOT NoBranchMaster
      CLOSE BranchMasterFile
   END-IF
   PERFORM VARYING BranchIdx FROM 1 BY 1 UNTIL BranchIdx > BranchCount
      PERFORM SetBranchGrowth
   END-PERFORM.

AddBranchEntry.
   IF BranchCount NOT LESS THAN 2000
      DISPLAY "More than 2000 branches - the table must be enlarged"
              " before this run."
      STOP RUN
   END-IF
   ADD 1 TO BranchCount
   MOVE BranchId-BH TO BT-BranchId(BranchCount), BranchId-BM
   MOVE ZEROS TO BT-LastYearSales(BranchCount),
                 BT-ThisYearSales(BranchCount),
                 BT-Growth(BranchCount)
   MOVE "N" TO BT-LastYearFound(BranchCount), BT-Unranked(BranchCount)
   MOVE "00" TO BranchMasterStatus
   IF NOT NoBranchMaster
      READ BranchMasterFile
         INVALID KEY CONTINUE
      END-READ
   END-IF
   IF BranchFound AND NOT NoBranchMaster
      MOVE BranchName-BM TO BT-BranchName(BranchCount)
      MOVE StateNum-BM   TO BT-StateNum(BranchCount)
      MOVE OpenedDate-BM TO BT-OpenedDate(BranchCount)
   ELSE
      MOVE "(not on branch master)" TO BT-BranchName(BranchCount)
      MOVE StateNum-BH TO BT-StateNum(BranchCount)
      MOVE ZEROS TO BT-OpenedDate(BranchCount)
   END-IF.

AddToSeasonTable.
   IF BT-OpenedDate(BranchCount) NOT > ReportYearFromDate
      MOVE BT-StateNum(BranchCount) TO StateIdx
      PERFORM VARYING MonthIdx FROM 1 BY 1 UNTIL MonthIdx > 12
         ADD MonthSales-BH(MonthIdx)
             TO SN-MonthSales(StateIdx, MonthIdx),
                SN-YearSales(StateIdx)
      END-PERFORM
      ADD 1 TO SN-Branches(StateIdx)
   END-IF.

SetBranchGrowth.
   IF BT-OpenedDate(BranchIdx) > FullYearFromDate
      OR NOT BT-HasLastYear(BranchIdx)
      OR BT-LastYearSales(BranchIdx) = ZERO
      SET BT-NotRanked(BranchIdx) TO TRUE
   ELSE
      COMPUTE BT-Growth(BranchIdx) ROUNDED =
              ((BT-ThisYearSales(BranchIdx)
                - BT-LastYearSales(BranchIdx)) * 100)
              / BT-LastYearSales(BranchIdx)
         ON SIZE ERROR MOVE 99999.99 TO BT-Growth(BranchIdx)
      END-COMPUTE
   END-IF.

SortBranchTableByGrowth.
*  By state, the ranked branches before the unranked, and the highest
*  growth first.
   PERFORM VARYING SubscriptA FROM 1 BY 1
           UNTIL SubscriptA NOT LESS THAN BranchCount
      PERFORM VARYING SubscriptB FROM 1 BY 1
              UNTIL SubscriptB > BranchCount - SubscriptA
         IF BT-StateNum(SubscriptB) > BT-StateNum(SubscriptB + 1)
            OR (BT-StateNum(SubscriptB) = BT-StateNum(SubscriptB + 1)
                AND BT-Unranked(SubscriptB)
                    > BT-Unranked(SubscriptB + 1))
            OR (BT-StateNum(SubscriptB) = BT-StateNum(SubscriptB + 1)
                AND BT-Unranked(SubscriptB)
                    = BT-Unranked(SubscriptB + 1)
                AND BT-Growth(SubscriptB) < BT-Growth(SubscriptB + 1))
            MOVE BranchEntry(SubscriptB)     TO SwapBranchEntry
            MOVE BranchEntry(SubscriptB + 1) TO BranchEntry(SubscriptB)
            MOVE SwapBranchEntry         TO BranchEntry(SubscriptB + 1)
         END-IF
      END-PERFORM
   END-PERFORM.

PrintLeagueTable.
   DISPLAY ReportHeading
   DISPLAY ReportUnderline
   DISPLAY "Year-on-year growth " ReportYear " against " PreviousYear
   MOVE PreviousYear TO PrnHeadLastYear
   MOVE ReportYear   TO PrnHeadThisYear
   MOVE ZERO TO CurrentState
   PERFORM VARYING BranchIdx FROM 1 BY 1 UNTIL BranchIdx > BranchCount
      IF BT-StateNum(BranchIdx) NOT = CurrentState
         IF CurrentState NOT = ZERO
            PERFORM PrintStateTotal
         END-IF
         MOVE BT-StateNum(BranchIdx) TO CurrentState, PrnHeadStateNum
         MOVE StateName(CurrentState) TO PrnHeadStateName
         MOVE ZEROS TO StateTotals, RankInState
         DISPLAY " "
         DISPLAY StateHeadLine
         DISPLAY LeagueHeading
      END-IF
      PERFORM PrintOneBranch
   END-PERFORM
   IF CurrentState NOT = ZERO
      PERFORM PrintStateTotal
   ELSE
      DISPLAY "No branch sales on the history for " ReportYear
              " or " PreviousYear
   END-IF.

PrintOneBranch.
   MOVE BT-BranchId(BranchIdx)      TO PrnBranchId
   MOVE BT-BranchName(BranchIdx)    TO PrnBranchName
   MOVE BT-LastYearSales(BranchIdx) TO PrnLastYear
   MOVE BT-ThisYearSales(BranchIdx) TO PrnThisYear
   ADD BT-LastYearSales(BranchIdx) TO StateLastYear
   ADD BT-ThisYearSales(BranchIdx) TO StateThisYear
   IF BT-NotRanked(BranchIdx)
      MOVE ZERO TO PrnRank
      MOVE SPACES TO PrnGrowthX
      IF BT-OpenedDate(BranchIdx) > FullYearFromDate
         MOVE "OPEN < FULL YEAR" TO PrnFlag
      ELSE
         MOVE "NO SALES LAST YR" TO PrnFlag
      END-IF
   ELSE
      ADD 1 TO RankInState
      MOVE RankInState TO PrnRank
      MOVE BT-Growth(BranchIdx) TO PrnGrowth
      MOVE SPACES TO PrnFlag
   END-IF
   DISPLAY LeagueLine.

PrintStateTotal.
   MOVE StateLastYear TO PrnStateLastYear
   MOVE StateThisYear TO PrnStateThisYear
   IF StateLastYear = ZERO
      MOVE ZERO TO GrowthPct
   ELSE
      COMPUTE GrowthPct ROUNDED =
              ((StateThisYear - StateLastYear) * 100) / StateLastYear
         ON SIZE ERROR MOVE 99999.99 TO GrowthPct
      END-COMPUTE
   END-IF
   MOVE GrowthPct TO PrnStateGrowth
   DISPLAY StateTotalLine.

PrintSeasonalityProfile.
   DISPLAY " "
   DISPLAY "Seasonality profile " ReportYear
           " - each month against the state's average month = 100"
   DISPLAY SeasonHeading1
   DISPLAY SeasonHeading2
   PERFORM VARYING StateIdx FROM 1 BY 1 UNTIL StateIdx > 50
      IF SN-YearSales(StateIdx) > ZERO
         MOVE StateIdx TO PrnSeasonStateNum
         MOVE SN-Branches(StateIdx) TO PrnSeasonBranches
         PERFORM VARYING MonthIdx FROM 1 BY 1 UNTIL MonthIdx > 12
            COMPUTE SeasonIndex ROUNDED =
                    (SN-MonthSales(StateIdx, MonthIdx) * 1200)
                    / SN-YearSales(StateIdx)
            IF MonthIdx > 6
               MOVE SeasonIndex TO PrnSeasonIndex2(MonthIdx - 6)
            ELSE
               MOVE SeasonIndex TO PrnSeasonIndex1(MonthIdx)
            END-IF
         END-PERFORM
         DISPLAY SeasonLine1 " " StateName(StateIdx)
         DISPLAY SeasonLine2
      END-IF
   END-PERFORM.
